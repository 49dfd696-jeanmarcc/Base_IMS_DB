                    ADD 1 TO WS-OTH-READ                                00014551
                 WHEN 'COVERAGE'                                        00014554
                    ADD 1 TO WS-OTH-READ                                00014557
                 WHEN 'LABRSLT'                                         00014558
                    ADD 1 TO WS-OTH-READ                                00014559
                 WHEN 'TRAILER'                                         00014560
                    PERFORM 2850-CAPTURE-TRAILER                        00014563
                       THRU 2850-CAPTURE-TRAILER-END                    00014566
                 WHEN 'PAYMENT'                                         00020848
                    ADD 1 TO WS-OTH-READ                                00020850
                 WHEN 'COVERAGE'                                        00020852
                    ADD 1 TO WS-OTH-READ                                00208521
                 WHEN 'LABRSLT'                                         00208522
                    ADD 1 TO WS-OTH-READ                                00020854
                 WHEN OTHER                                             00020900
                    ADD 1 TO WS-UNK-READ                                00021000
       8950-WRITE-RUNSTAT-END.                                          00031500
      *-----------------------*                                         00031600
           EXIT.                                                        00031700
                                                                        00031800
