      *      un seuil; chaque acces correspondant est liste, puis       00001400
      *      un sommaire par terminal signale les terminaux dont        00001500
      *      le volume de consultations depasse le seuil.               00001600
      *      Les refus de patients restreints (R) et les bris de        00001625
      *      glace (B) portent leur code de raison; PPRVRPT en          00001650
      *      fait le rapport quotidien de confidentialite.              00001675
      *                                                                 00001700
      * Fichier INQLOG: journal des consultations                       00001800
      * Fichier CTLCARD: PATIENID(3) + YYYYMM(6) + seuil(4)             00001900
           05 LOG-TIME          PIC 9(08).                              00006500
           05 FILLER            PIC X(01).                              00006600
           05 LOG-RESULT        PIC X(01).                              00006700
           05 FILLER            PIC X(01).                              00006725
           05 LOG-REASON        PIC X(02).                              00006750
           05 FILLER            PIC X(01).                              00006775
           05 LOG-TRANCODE      PIC X(08).                              00006800
           05 FILLER            PIC X(01).                              00006825
           05 LOG-USERID        PIC X(08).                              00006850
           05 FILLER            PIC X(25).                              00006875
                                                                        00006900
       FD  RPT01-OUT RECORDING MODE F.                                  00007000
       01  RPT01-OUT-REC        PIC X(80).                              00007100
           05 RPT-D-PATIENT    PIC X(05).                               00012000
           05 FILLER           PIC X(02) VALUE SPACE.                   00012100
           05 RPT-D-RESULT     PIC X(09).                               00012200
           05 FILLER           PIC X(01) VALUE SPACE.                   00012250
           05 RPT-D-REASON     PIC X(02).                               00012300
           05 FILLER           PIC X(30) VALUE SPACE.                   00012350
                                                                        00012400
       01 RPT-TERM-LINE.                                                00012500
           05 FILLER           PIC X(02) VALUE SPACE.                   00012600
           MOVE LOG-TIME     TO RPT-D-TIME.                             00028100
           MOVE LOG-LTERM    TO RPT-D-LTERM.                            00028200
           MOVE LOG-PATIENID TO RPT-D-PATIENT.                          00028300
           MOVE LOG-REASON   TO RPT-D-REASON.                           00283001
      *    PPAYPOST logs its counter postings here too, with            00028301
      *    its own result codes                                         00028302
           EVALUATE LOG-RESULT                                          00028303
               MOVE 'PAYMENT  ' TO RPT-D-RESULT                         00028307
             WHEN 'E'                                                   00028308
               MOVE 'PAY ERROR' TO RPT-D-RESULT                         00028309
             WHEN 'C'                                                   00283091
               MOVE 'PERCLOSED' TO RPT-D-RESULT                         00283092
             WHEN 'R'                                                   00283093
               MOVE 'REFUSED  ' TO RPT-D-RESULT                         00283094
             WHEN 'B'                                                   00283095
               MOVE 'OVERRIDE ' TO RPT-D-RESULT                         00283096
             WHEN 'K'                                                   00283097
               MOVE 'NSF HOLD ' TO RPT-D-RESULT                         00283098
             WHEN OTHER                                                 00028310
               MOVE 'NOT FOUND' TO RPT-D-RESULT                         00028311
           END-EVALUATE.                                                00028312
