      * But: Rapport d'etat du cycle batch. Liste le fichier de         00000900
      *      controle du cycle (CYCCTL): chaque estampille de fin       00001000
      *      d'execution avec sa date et son heure, et l'etat de        00001100
      *      quiesce courant de la base et l'etat du dernier            00001166
      *      balancement du cycle (PBBAL), pour que l'exploitation      00001233
      *      voie d'un coup d'oeil ou le cycle est rendu.               00001300
      *                                                                 00001400
      * Fichier entree: CYCCTL, fichier de controle du cycle            00001500
                                                                        00006400
       01 WS-CYC-QUIESCED               PIC X(01) VALUE 'N'.            00006500
          88 WS-CYC-DB-QUIESCED         VALUE 'Y'.                      00006600
      *    dernier etat PBBAL lu: blanc tant qu'aucun balancement       00006633
       01 WS-CYC-BAL-STATUS             PIC X(08) VALUE SPACE.          00006666
                                                                        00006700
       01 RPT-HEADER-1.                                                 00006800
           05 FILLER           PIC X(26) VALUE                          00006900
           05 RPT-Q-STATE      PIC X(12).                               00009300
           05 FILLER           PIC X(44) VALUE SPACE.                   00009400
                                                                        00009500
       01 RPT-BALANCE-LINE.                                             00009514
           05 FILLER           PIC X(29) VALUE                          00009528
                'BILLING CYCLE BALANCE STATE: '.                        00009542
           05 RPT-B-STATE      PIC X(20).                               00009557
           05 FILLER           PIC X(31) VALUE SPACE.                   00009571
                                                                        00009585
      *-----------------------*                                         00009600
       PROCEDURE DIVISION.                                              00009700
      *-----------------------*                                         00009800
           END-IF.                                                      00011500
           WRITE RPT01-OUT-REC FROM RPT-QUIESCE-LINE                    00011600
              AFTER ADVANCING 2 LINES.                                  00011700
           EVALUATE WS-CYC-BAL-STATUS                                   00011707
             WHEN 'COMPLETE'                                            00011715
               MOVE 'IN BALANCE'           TO RPT-B-STATE               00011723
             WHEN 'BREAK   '                                            00011730
               MOVE 'BREAK - SIGN-OFF DUE' TO RPT-B-STATE               00011738
             WHEN 'RELEASED'                                            00011746
               MOVE 'SIGNED OFF'           TO RPT-B-STATE               00011753
             WHEN OTHER                                                 00011761
               MOVE 'NOT RUN'              TO RPT-B-STATE               00011769
           END-EVALUATE.                                                00011776
           WRITE RPT01-OUT-REC FROM RPT-BALANCE-LINE                    00011784
              AFTER ADVANCING 1 LINE.                                   00011792
           CLOSE RPT01-OUT.                                             00011800
                                                                        00011900
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00012000
                     MOVE 'N' TO WS-CYC-QUIESCED                        00017200
                  END-IF                                                00017300
               END-IF                                                   00017400
      *        and so does the last balancing proof or sign-off         00017420
               IF CYC-PROGRAM = 'PBBAL   '                              00017440
                  MOVE CYC-STATUS TO WS-CYC-BAL-STATUS                  00017460
               END-IF                                                   00017480
             WHEN WS-CYC-FS = '10'                                      00017500
               SET WS-CYC-EOF TO TRUE                                   00017600
             WHEN OTHER                                                 00017700
