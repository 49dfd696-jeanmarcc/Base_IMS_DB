      *      (DEPCTL). Tout ecart est liste et force un code            00001700
      *      retour non nul: une remise perdue se voit le soir          00001800
      *      meme, pas au prochain litige de patient.                   00001900
      *      Les cheques retournes du jour se prouvent a part:          00001920
      *      l'avis d'effets retournes de la banque (RETIN) doit        00001940
      *      egaler les PAYMENT marques retournes par PBNSF a la        00001960
      *      date de rapprochement.                                     00001980
      *                                                                 00002000
      * Fichier entree: CTLCARD, date de rapprochement (YYYYMMDD)       00002100
      * Fichier entree: RMITIN, remises bancaires (format PBPAYMT)      00002200
      * Fichier entree: PAYRPT, rapport d'exceptions de PBPAYMT         00002300
      * Fichier entree: DEPCTL, carte de controle de depot              00002400
      * Fichier entree: RETIN, effets retournes (format PBNSF)          00002450
      * Fichier sortie: CASHRPT, rapport de rapprochement               00002500
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
           SELECT DEPCTL ASSIGN TO DEPCTL                               00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-DEP-FS.                                    00004700
           SELECT RET-IN ASSIGN TO RETIN                                00004725
           ORGANIZATION IS SEQUENTIAL                                   00004750
           FILE STATUS IS WS-RET-FS.                                    00004775
           SELECT RPT01-OUT ASSIGN TO CASHRPT                           00004800
           ORGANIZATION IS LINE SEQUENTIAL                              00004900
           FILE STATUS IS WS-RPT01-FS.                                  00005000
           05 DEP-AMOUNT        PIC 9(09)V99.                           00007200
           05 FILLER            PIC X(60).                              00007300
                                                                        00007400
      *    avis d'effets retournes de la banque, lu par PBNSF           00007412
       FD  RET-IN RECORDING MODE F.                                     00007425
       01  RET-REC.                                                     00007437
           05 RET-REFERENCE     PIC X(12).                              00007450
           05 FILLER            PIC X(01).                              00007462
           05 RET-AMOUNT        PIC 9(07)V99.                           00007475
           05 FILLER            PIC X(58).                              00007487
       FD  RPT01-OUT RECORDING MODE F.                                  00007500
       01  RPT01-OUT-REC                PIC X(80).                      00007600
                                                                        00007700
          05 WS-RMIT-FS                PIC X(2).                        00008300
          05 WS-PRP-FS                 PIC X(2).                        00008400
          05 WS-DEP-FS                 PIC X(2).                        00008500
          05 WS-RET-FS                 PIC X(2).                        00008550
          05 WS-RPT01-FS               PIC X(2).                        00008600
                                                                        00008700
       01 WS-RMIT-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00008800
                                                                        00009000
       01 WS-PRP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009100
          88 WS-PRP-EOF                 VALUE 'TRUE'.                   00009200
       01 WS-RET-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009233
          88 WS-RET-EOF                 VALUE 'TRUE'.                   00009266
                                                                        00009300
       01 WS-RECON-DATE                 PIC X(08).                      00009400
                                                                        00009500
       01 WS-DEPOSIT-TOTAL              PIC S9(11)V99 VALUE 0.          00014200
       01 WS-DIFF-DB                    PIC S9(11)V99 VALUE 0.          00014300
       01 WS-DIFF-DEP                   PIC S9(11)V99 VALUE 0.          00014400
      *    effets retournes par la banque contre paiements              00014416
      *    renverses sur la base par PBNSF                              00014433
       01 WS-RET-TOTAL                  PIC S9(11)V99 VALUE 0.          00014450
       01 WS-NSF-TOTAL                  PIC S9(11)V99 VALUE 0.          00014466
       01 WS-DIFF-NSF                   PIC S9(11)V99 VALUE 0.          00014483
                                                                        00014500
       01 WS-IN-BALANCE                 PIC X(01) VALUE 'Y'.            00014600
          88 WS-BALANCED                VALUE 'Y'.                      00014700
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00022600
          05 WS-PR-PAYMETH   PIC X(02).                                 00022700
          05 WS-PR-PAYREF    PIC X(12).                                 00022800
          05 WS-PR-PAY-FACILITY PIC X(02).                              00022833
          05 WS-PR-PAYERCD   PIC X(08).                                 00022866
          05 WS-PR-RETURNED  PIC X(01).                                 00022900
          05 WS-PR-RETDATE   PIC X(08).                                 00022933
          05 FILLER          PIC X(10).                                 00022966
                                                                        00023000
       01 WS-DLI-FUNCTION PIC X(4).                                     00023100
                                                                        00023200
                 THRU 8200-READ-PAYRPT-END                              00036900
           END-IF.                                                      00037000
                                                                        00037100
      *    no returned-item notice from the bank means none today       00037108
           OPEN INPUT RET-IN.                                           00037116
           IF WS-RET-FS = '00'                                          00037125
              PERFORM 1100-TOTAL-RETURNS                                00037133
                 THRU 1100-TOTAL-RETURNS-END                            00037141
                 UNTIL WS-RET-EOF                                       00037150
              CLOSE RET-IN                                              00037158
           ELSE                                                         00037166
              DISPLAY 'RETIN NOT AVAILABLE - NO RETURNED ITEMS'         00037175
           END-IF.                                                      00037183
                                                                        00037191
           OPEN OUTPUT RPT01-OUT.                                       00037200
           MOVE WS-RECON-DATE TO RPT-H1-DATE.                           00037300
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00037400
      *----------------*                                                00037800
       1000-INIT-END.                                                   00037900
      *----------------*                                                00038000
           EXIT.                                                        00038003
                                                                        00038007
      *-----------------------*                                         00038010
       1100-TOTAL-RETURNS.                                              00038014
      *-----------------------*                                         00038017
           READ RET-IN                                                  00038021
           END-READ.                                                    00038025
                                                                        00038028
           EVALUATE TRUE                                                00038032
             WHEN WS-RET-FS = '00'                                      00038035
               IF RET-AMOUNT NUMERIC                                    00038039
                  ADD RET-AMOUNT TO WS-RET-TOTAL                        00038042
               ELSE                                                     00038046
                  DISPLAY 'RETURNED ITEM AMOUNT NOT NUMERIC: '          00038050
                     RET-REFERENCE                                      00038053
                  MOVE 'N' TO WS-IN-BALANCE                             00038057
               END-IF                                                   00038060
             WHEN WS-RET-FS = '10'                                      00038064
               SET WS-RET-EOF TO TRUE                                   00038067
             WHEN OTHER                                                 00038071
      D        DISPLAY "ERROR READ FILE RETIN !!!: " WS-RET-FS          00038075
               PERFORM 9999-ABEND                                       00038078
                  THRU 9999-ABEND-END                                   00038082
           END-EVALUATE.                                                00038085
      *-----------------------*                                         00038089
       1100-TOTAL-RETURNS-END.                                          00038092
      *-----------------------*                                         00038096
           EXIT.                                                        00038100
                                                                        00038200
      *-----------------------*                                         00038300
                    ADD 1 TO WS-NO-DB-PAYMENTS                          00056400
                 END-IF                                                 00056450
              END-IF                                                    00056500
      *       a check the bank returned today, reversed by PBNSF        00056514
              IF WS-PR-RETURNED = 'R'                                   00056528
                 AND WS-PR-RETDATE = WS-RECON-DATE                      00056542
                 AND WS-PR-PAYAMT NUMERIC                               00056557
                 ADD WS-PR-PAYAMT TO WS-NSF-TOTAL                       00056571
              END-IF                                                    00056585
           END-IF.                                                      00056600
      *-------------------------*                                       00056700
       4130-SUM-DAY-PAYMENTS-END.                                       00056800
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00059700
              AFTER ADVANCING 1 LINE.                                   00059800
                                                                        00059900
           MOVE 'RETURNED ITEMS (BANK)     ' TO RPT-T-LABEL.            00059909
           MOVE WS-RET-TOTAL TO RPT-T-AMOUNT.                           00059918
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00059927
              AFTER ADVANCING 1 LINE.                                   00059936
                                                                        00059945
           MOVE 'NSF REVERSALS ON DB       ' TO RPT-T-LABEL.            00059954
           MOVE WS-NSF-TOTAL TO RPT-T-AMOUNT.                           00059963
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00059972
              AFTER ADVANCING 1 LINE.                                   00059981
                                                                        00059990
           COMPUTE WS-POSTED-PLUS-UNM =                                 00060000
              WS-DB-TOTAL + WS-UNMATCHED-TOTAL.                         00060100
           COMPUTE WS-DIFF-DB =                                         00060200
              WS-RMIT-TOTAL - WS-POSTED-PLUS-UNM.                       00060300
           COMPUTE WS-DIFF-DEP =                                        00060400
              WS-RMIT-TOTAL - WS-DEPOSIT-TOTAL.                         00060500
           COMPUTE WS-DIFF-NSF =                                        00060533
              WS-RET-TOTAL - WS-NSF-TOTAL.                              00060566
                                                                        00060600
           MOVE 'DIFF REMIT VS DB+UNMATCHED' TO RPT-T-LABEL.            00060700
           MOVE WS-DIFF-DB TO RPT-T-AMOUNT.                             00060800
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00061400
              AFTER ADVANCING 1 LINE.                                   00061500
                                                                        00061600
           MOVE 'DIFF RETURNED VS REVERSED ' TO RPT-T-LABEL.            00061616
           MOVE WS-DIFF-NSF TO RPT-T-AMOUNT.                            00061633
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00061650
              AFTER ADVANCING 1 LINE.                                   00061666
                                                                        00061683
           IF WS-DIFF-DB = 0 AND WS-DIFF-DEP = 0                        00061700
              AND WS-DIFF-NSF = 0 AND WS-BALANCED                       00061750
              MOVE 'ALL SOURCES BALANCED' TO RPT-V-TEXT                 00061800
              DISPLAY 'CASH RECONCILIATION BALANCED'                    00061900
           ELSE                                                         00062000
              DISPLAY '*** CASH RECONCILIATION OUT OF BALANCE ***'      00062400
              DISPLAY 'DIFF REMIT VS DB+UNMATCHED: ' WS-DIFF-DB         00062500
              DISPLAY 'DIFF REMIT VS DEPOSIT     : ' WS-DIFF-DEP        00062600
              DISPLAY 'DIFF RETURNED VS REVERSED : ' WS-DIFF-NSF        00062650
           END-IF.                                                      00062700
           WRITE RPT01-OUT-REC FROM RPT-VERDICT-LINE                    00062800
              AFTER ADVANCING 2 LINES.                                  00062900
