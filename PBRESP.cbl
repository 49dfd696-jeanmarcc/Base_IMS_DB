      *      et un sommaire des refus par payeur et par motif est       00001600
      *      imprime. Une reponse sans reclamation au registre          00001700
      *      est listee et force un code retour non nul.                00001800
      *      Un premier refus est garde au registre (indicateur et      00001825
      *      motif) meme si la reclamation est payee ensuite, pour      00001850
      *      le tableau de bord des payeurs (PBPAYSC).                  00001875
      *                                                                 00001900
      * Fichier entree: CLMREG, registre des reclamations emises        00002000
      * Fichier entree: RESPIN, reponses du payeur                      00002100
           05 CLR-DISP          PIC X(01).                              00007500
           05 FILLER            PIC X(01).                              00007600
           05 CLR-REASON        PIC X(04).                              00007700
           05 FILLER            PIC X(01).                              00007733
      *    Y = refusee au moins une fois, avec le premier motif         00007766
           05 CLR-DENIED        PIC X(01).                              00007800
           05 CLR-DENY-RSN      PIC X(04).                              00007833
           05 FILLER            PIC X(01).                              00007866
                                                                        00007900
      *    une reponse du payeur par enregistrement                     00008000
       FD  RESP-IN RECORDING MODE F.                                    00008100
             10 WS-CT-LEVEL     PIC X(01).                              00016200
             10 WS-CT-DISP      PIC X(01).                              00016300
             10 WS-CT-REASON    PIC X(04).                              00016400
             10 WS-CT-DENIED    PIC X(01).                              00016433
             10 WS-CT-DENY-RSN  PIC X(04).                              00016466
                                                                        00016500
       01 WS-CLM-FOUND                  PIC X(01) VALUE 'N'.            00016600
          88 WS-CLM-HIT                 VALUE 'Y'.                      00016700
                  MOVE CLR-LEVEL     TO WS-CT-LEVEL (CLM-IDX)           00037400
                  MOVE CLR-DISP      TO WS-CT-DISP (CLM-IDX)            00037500
                  MOVE CLR-REASON    TO WS-CT-REASON (CLM-IDX)          00037600
                  MOVE CLR-DENIED    TO WS-CT-DENIED (CLM-IDX)          00037633
                  MOVE CLR-DENY-RSN  TO WS-CT-DENY-RSN (CLM-IDX)        00037666
               ELSE                                                     00037700
      *           the rewrite would silently drop every row past        00037710
      *           the table - stop instead of losing the register       00037720
                                                                        00046200
           MOVE RSP-DISP   TO WS-CT-DISP (CLM-IDX).                     00046300
           MOVE RSP-REASON TO WS-CT-REASON (CLM-IDX).                   00046400
      *    a later payment overwrites the disposition, not the          00046414
      *    fact that the claim was once denied                          00046428
           IF RSP-DISP = 'D' AND WS-CT-DENIED (CLM-IDX) NOT = 'Y'       00046442
              MOVE 'Y'        TO WS-CT-DENIED (CLM-IDX)                 00046457
              MOVE RSP-REASON TO WS-CT-DENY-RSN (CLM-IDX)               00046471
           END-IF.                                                      00046485
                                                                        00046500
           PERFORM 5030-TALLY-PAYER                                     00046600
              THRU 5030-TALLY-PAYER-END.                                00046700
           MOVE WS-CT-LEVEL (CLM-IDX)     TO CLR-LEVEL.                 00065700
           MOVE WS-CT-DISP (CLM-IDX)      TO CLR-DISP.                  00065800
           MOVE WS-CT-REASON (CLM-IDX)    TO CLR-REASON.                00065900
           MOVE WS-CT-DENIED (CLM-IDX)    TO CLR-DENIED.                00065933
           MOVE WS-CT-DENY-RSN (CLM-IDX)  TO CLR-DENY-RSN.              00065966
           WRITE CLM-REGO-REC FROM CLM-REG-REC.                         00066000
      *-----------------------*                                         00066100
       6000-REWRITE-REGISTER-END.                                       00066200
