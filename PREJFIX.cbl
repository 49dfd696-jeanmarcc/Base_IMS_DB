             WHEN 'BILLING'                                             00051168
               MOVE REJM-INVOICENO TO WS-WM-INVOICENO                   00051204
               MOVE REJM-TRDATE    TO WS-WM-DATA (18:8)                 00051240
             WHEN 'DIAGNOS'                                             00051252
               MOVE REJM-TRTNAME   TO WS-WM-TRTNAME                     00051264
             WHEN OTHER                                                 00051276
               CONTINUE                                                 00051312
           END-EVALUATE.                                                00051348
               END-IF                                                   00056992
             WHEN 'COVERAGE'                                            00057036
      *        same: the full coverage data needs a fix card            00057080
               IF NOT WS-FIX-HIT                                        00057085
                  MOVE 'N' TO WS-VALID-SW                               00057091
                  MOVE 'NEEDFIX' TO WS-VALID-REASON                     00057096
               END-IF                                                   00057102
             WHEN 'DIAGNOS'                                             00057107
      *        the reject only kept the treatment and the bad           00057113
      *        code - the corrected codes come on a fix card            00057118
               IF NOT WS-FIX-HIT                                        00057124
                  MOVE 'N' TO WS-VALID-SW                               00057168
                  MOVE 'NEEDFIX' TO WS-VALID-REASON                     00057212
       9999-ABEND-END.                                                  00075400
      *-------------------*                                             00075500
           EXIT.                                                        00075600
                                                                        00075700
