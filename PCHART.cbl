      *                                                                 00000800
      * But: Impression du dossier complet d'un patient sur les         00000900
      *      cinq niveaux de segments: PATIENT, puis chaque             00001000
      *      TREATMNT, chaque BILLING, chaque MEDICAL avec ses          00001075
      *      enfants DRUG (technique GNP, comme PPARENT), et chaque     00001150
      *      resultat de laboratoire LABRSLT (PLABLOAD). Le             00001225
      *      rapport est pagine, indente, avec en-tetes de              00001300
      *      section et compteurs, pour lecture par un clinicien.       00001400
      *                                                                 00001500
           05 WS-CNT-BILLING      PIC 9(05) COMP.                       00006400
           05 WS-CNT-MEDICAL      PIC 9(05) COMP.                       00006500
           05 WS-CNT-DRUG         PIC 9(05) COMP.                       00006600
           05 WS-CNT-LABRSLT      PIC 9(05) COMP.                       00006650
                                                                        00006700
       01 WS-RPT-COUNTERS.                                              00006800
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00006900
           05 RPT-G-DOSAGE     PIC X(10).                               00013900
           05 FILLER           PIC X(30) VALUE SPACE.                   00014000
                                                                        00014100
      *    a result still waiting for the ordering doctor shows         00014104
      *    ACK PENDING; an acknowledged one shows who and when          00014109
       01 RPT-LAB-LINE.                                                 00014113
           05 FILLER           PIC X(04) VALUE SPACE.                   00014118
           05 RPT-L-COLLDATE   PIC X(08).                               00014122
           05 FILLER           PIC X(01) VALUE SPACE.                   00014127
           05 RPT-L-TESTCODE   PIC X(07).                               00014131
           05 FILLER           PIC X(01) VALUE SPACE.                   00014136
           05 RPT-L-RESULT     PIC X(08).                               00014140
           05 FILLER           PIC X(01) VALUE SPACE.                   00014145
           05 RPT-L-UNITS      PIC X(06).                               00014150
           05 FILLER           PIC X(01) VALUE SPACE.                   00014154
           05 RPT-L-REFRANGE   PIC X(11).                               00014159
           05 FILLER           PIC X(01) VALUE SPACE.                   00014163
           05 RPT-L-ABNFLAG    PIC X(01).                               00014168
           05 FILLER           PIC X(01) VALUE SPACE.                   00014172
           05 RPT-L-DOC-CODE   PIC X(08).                               00014177
           05 FILLER           PIC X(01) VALUE SPACE.                   00014181
           05 RPT-L-ACK        PIC X(12).                               00014186
           05 FILLER           PIC X(08) VALUE SPACE.                   00014190
                                                                        00014195
       01 RPT-NOTFOUND-LINE.                                            00014200
           05 FILLER           PIC X(20) VALUE 'PATIENT NOT FOUND: '.   00014300
           05 RPT-N-PATIENTID  PIC X(05).                               00014400
                                                                        00017400
       01 UNQUAL-SSA-DRUG.                                              00017500
           05 SEGMENT-NAME PIC X(8) VALUE 'DRUG'.                       00017600
           05 FILLER PIC X VALUE SPACE.                                 00017620
                                                                        00017640
       01 UNQUAL-SSA-LABRSLT.                                           00017660
           05 SEGMENT-NAME PIC X(8) VALUE 'LABRSLT'.                    00017680
           05 FILLER PIC X VALUE SPACE.                                 00017700
                                                                        00017800
       01 DLI-FUNCTIONS.                                                00017900
          05 WS-DRUGNAME   PIC X(20).                                   00022300
          05 WS-DOSAGE     PIC X(10).                                   00022400
          05 FILLER        PIC X(22).                                   00022500
                                                                        00022507
      * segment LABRSLT, enfant de PATIENT, cle LABRKEY                 00022514
      * (date de prelevement + code d'analyse)                          00022521
       01 WS-LABRSLT-SEG REDEFINES SEG-IO-AREA.                         00022528
          05 WS-LAB-COLLDATE  PIC X(08).                                00022535
          05 WS-LAB-TESTCODE  PIC X(07).                                00022542
          05 WS-LAB-RESULT    PIC X(08).                                00022550
          05 WS-LAB-UNITS     PIC X(06).                                00022557
          05 WS-LAB-REFRANGE  PIC X(11).                                00022564
          05 WS-LAB-ABNFLAG   PIC X(01).                                00022571
          05 WS-LAB-DOC-CODE  PIC X(08).                                00022578
          05 WS-LAB-ACKDATE   PIC X(08).                                00022585
          05 WS-LAB-ACKBY     PIC X(03).                                00022592
                                                                        00022600
       01 WS-DLI-FUNCTION PIC X(4).                                     00022700
       01 WS-SAVE-MEDICALID PIC X(06).                                  00022800
              THRU 4130-WRITE-SECTION-END.                              00038000
           MOVE 'PRESCRIPTIONS'       TO RPT-S-TITLE.                   00038100
           MOVE WS-CNT-DRUG           TO RPT-S-COUNT.                   00038200
           PERFORM 4130-WRITE-SECTION                                   00038207
              THRU 4130-WRITE-SECTION-END.                              00038215
           PERFORM 4150-REPOSITION-PATIENT                              00038223
              THRU 4150-REPOSITION-PATIENT-END.                         00038230
                                                                        00038238
      *    section LABRSLT                                              00038246
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00038253
           PERFORM 4600-PRINT-LABRSLT                                   00038261
              THRU 4600-PRINT-LABRSLT-END                               00038269
              UNTIL STATUS-CODE NOT = SPACE.                            00038276
           MOVE 'LAB RESULTS'         TO RPT-S-TITLE.                   00038284
           MOVE WS-CNT-LABRSLT        TO RPT-S-COUNT.                   00038292
           PERFORM 4130-WRITE-SECTION                                   00038300
              THRU 4130-WRITE-SECTION-END.                              00038400
      *-----------------------*                                         00038500
      *-------------------------*                                       00058500
           EXIT.                                                        00058600
                                                                        00058700
      *-------------------------*                                       00058702
       4600-PRINT-LABRSLT.                                              00058704
      *-------------------------*                                       00058707
           INITIALIZE SEG-IO-AREA.                                      00058709
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00058711
                                PCB-MASK-GI,                            00058714
                                SEG-IO-AREA,                            00058716
                                QUAL-SSA-PATIENT,                       00058719
                                UNQUAL-SSA-LABRSLT.                     00058721
                                                                        00058723
           IF STATUS-CODE = '  '                                        00058726
              ADD 1 TO WS-CNT-LABRSLT                                   00058728
              MOVE WS-LAB-COLLDATE  TO RPT-L-COLLDATE                   00058730
              MOVE WS-LAB-TESTCODE  TO RPT-L-TESTCODE                   00058733
              MOVE WS-LAB-RESULT    TO RPT-L-RESULT                     00058735
              MOVE WS-LAB-UNITS     TO RPT-L-UNITS                      00058738
              MOVE WS-LAB-REFRANGE  TO RPT-L-REFRANGE                   00058740
              MOVE WS-LAB-ABNFLAG   TO RPT-L-ABNFLAG                    00058742
              MOVE WS-LAB-DOC-CODE  TO RPT-L-DOC-CODE                   00058745
              MOVE SPACE            TO RPT-L-ACK                        00058747
              IF WS-LAB-ABNFLAG NOT = 'N'                               00058750
                 IF WS-LAB-ACKDATE = SPACE                              00058752
                    MOVE 'ACK PENDING' TO RPT-L-ACK                     00058754
                 ELSE                                                   00058757
                    STRING WS-LAB-ACKBY   DELIMITED BY SIZE             00058759
                           ' '            DELIMITED BY SIZE             00058761
                           WS-LAB-ACKDATE DELIMITED BY SIZE             00058764
                           INTO RPT-L-ACK                               00058766
                    END-STRING                                          00058769
                 END-IF                                                 00058771
              END-IF                                                    00058773
              MOVE RPT-LAB-LINE TO RPT01-OUT-REC                        00058776
              PERFORM 4140-WRITE-DETAIL                                 00058778
                 THRU 4140-WRITE-DETAIL-END                             00058780
              MOVE DLI-GN TO WS-DLI-FUNCTION                            00058783
           END-IF.                                                      00058785
      *-------------------------*                                       00058788
       4600-PRINT-LABRSLT-END.                                          00058790
      *-------------------------*                                       00058792
           EXIT.                                                        00058795
                                                                        00058797
      *---------------*                                                 00058800
       8100-READ-CTLCARD.                                               00058900
      *---------------*                                                 00059000
       9999-ABEND-END.                                                  00061800
      *-------------------*                                             00061900
           EXIT.                                                        00062000
                                                                        00062100
