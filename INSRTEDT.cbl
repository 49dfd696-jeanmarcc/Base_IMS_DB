          05 EDT-COVERAGE-VIEW REDEFINES SEG-IO-AREA.                   00005286
             10 EDT-COV-PAYERCD      PIC X(08).                         00005288
             10 FILLER               PIC X(53).                         00005290
          05 EDT-LABRSLT-VIEW REDEFINES SEG-IO-AREA.                    00005292
             10 EDT-LAB-COLLDATE     PIC X(08).                         00005294
             10 EDT-LAB-TESTCODE     PIC X(07).                         00005296
             10 FILLER               PIC X(46).                         00005298
       FD VALOUT.                                                       00005300
       01 VAL-OUT-REC                 PIC X(80).                        00005400
      *-----------------------*                                         00005500
                       MOVE 'Y' TO WS-REJECT-SW                         00014124
                       MOVE 'BLANKCOV' TO WS-REJ-REASON                 00014134
                    END-IF                                              00014144
                 WHEN 'LABRSLT'                                         00141441
                    ADD 1 TO WS-OTH-READ                                00141442
                    IF EDT-LAB-TESTCODE = SPACE                         00141443
                       MOVE 'Y' TO WS-REJECT-SW                         00141444
                       MOVE 'BLANKLAB' TO WS-REJ-REASON                 00141445
                    END-IF                                              00141446
                    IF NOT WS-IS-REJECT                                 00141447
                       AND EDT-LAB-COLLDATE NOT NUMERIC                 00141448
                       MOVE 'Y' TO WS-REJECT-SW                         00141449
                       MOVE 'BADLABDT' TO WS-REJ-REASON                 00141450
                    END-IF                                              00141451
                 WHEN 'TRAILER'                                         00014154
      *             the control totals record is not a segment          00014164
                    CONTINUE                                            00014174
                    ADD 1 TO WS-OTH-REJECTED                            00018260
                 WHEN 'COVERAGE'                                        00018270
                    ADD 1 TO WS-OTH-REJECTED                            00018280
                 WHEN 'LABRSLT'                                         00018286
                    ADD 1 TO WS-OTH-REJECTED                            00018293
                 WHEN OTHER                                             00018300
                    ADD 1 TO WS-UNK-REJECTED                            00018400
               END-EVALUATE.                                            00018500
       3000-CLOSE-PARA-END.                                             00021900
      *-----------------------*                                         00022000
               EXIT.                                                    00022100
                                                                        00022200
