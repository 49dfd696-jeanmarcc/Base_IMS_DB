      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PPRVRPT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport quotidien de confidentialite pour le               00000900
      *      responsable de la protection des renseignements.           00001000
      *      Lit le journal des consultations INQLOG et liste,          00001100
      *      pour la journee de la carte de controle, chaque            00001200
      *      acces refuse a un patient restreint (resultat R) et        00001300
      *      chaque bris de glace (resultat B) de PPATINQ, PINVINQ      00001400
      *      et PPATCOR: heure, terminal, operateur, transaction,       00001500
      *      patient et code de raison. Un sommaire compte les          00001600
      *      bris de glace par raison. Passe chaque matin sur la        00001700
      *      journee precedente.                                        00001800
      *                                                                 00001900
      * Fichier entree: CTLCARD, journee a rapporter (YYYYMMDD)         00002000
      * Fichier entree: INQLOG, journal des consultations               00002100
      * Fichier sortie: PRVRPT, le rapport                              00002200
      *----------------------------------------------------------*      00002300
      *--------------------*                                            00002400
       ENVIRONMENT DIVISION.                                            00002500
      *--------------------*                                            00002600
       CONFIGURATION SECTION.                                           00002700
       OBJECT-COMPUTER.                                                 00002800
       SOURCE-COMPUTER.                                                 00002900
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003000
       INPUT-OUTPUT SECTION.                                            00003100
       FILE-CONTROL.                                                    00003200
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003300
           ORGANIZATION IS SEQUENTIAL                                   00003400
           FILE STATUS IS WS-CTL-FS.                                    00003500
           SELECT INQLOG ASSIGN TO INQLOG                               00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-LOG-FS.                                    00003800
           SELECT RPT01-OUT ASSIGN TO PRVRPT                            00003900
           ORGANIZATION IS LINE SEQUENTIAL                              00004000
           FILE STATUS IS WS-RPT01-FS.                                  00004100
      *----------------*                                                00004200
       DATA DIVISION.                                                   00004300
      *----------------*                                                00004400
       FILE SECTION.                                                    00004500
                                                                        00004600
       FD  CTLCARD RECORDING MODE F.                                    00004700
       01  CTL-CARD-REC.                                                00004800
           05 CTL-REPORT-DATE           PIC X(08).                      00004900
           05 FILLER                    PIC X(72).                      00005000
                                                                        00005100
       FD  INQLOG RECORDING MODE F.                                     00005200
       01  LOG-REC.                                                     00005300
           05 LOG-LTERM         PIC X(08).                              00005400
           05 FILLER            PIC X(01).                              00005500
           05 LOG-PATIENID      PIC X(05).                              00005600
           05 FILLER            PIC X(01).                              00005700
           05 LOG-DATE          PIC 9(08).                              00005800
           05 FILLER            PIC X(01).                              00005900
           05 LOG-TIME          PIC 9(08).                              00006000
           05 FILLER            PIC X(01).                              00006100
           05 LOG-RESULT        PIC X(01).                              00006200
              88 LOG-REFUSED    VALUE 'R'.                              00006300
              88 LOG-OVERRIDE   VALUE 'B'.                              00006400
           05 FILLER            PIC X(01).                              00006500
           05 LOG-REASON        PIC X(02).                              00006600
           05 FILLER            PIC X(01).                              00006700
           05 LOG-TRANCODE      PIC X(08).                              00006800
           05 FILLER            PIC X(01).                              00006900
           05 LOG-USERID        PIC X(08).                              00007000
           05 FILLER            PIC X(25).                              00007100
                                                                        00007200
       FD  RPT01-OUT RECORDING MODE F.                                  00007300
       01  RPT01-OUT-REC        PIC X(80).                              00007400
                                                                        00007500
      *-----------------------*                                         00007600
       WORKING-STORAGE SECTION.                                         00007700
      *-----------------------*                                         00007800
       01 WS-FILE-STATUS.                                               00007900
          05 WS-CTL-FS                 PIC X(2).                        00008000
          05 WS-LOG-FS                 PIC X(2).                        00008100
          05 WS-RPT01-FS               PIC X(2).                        00008200
                                                                        00008300
       01 WS-LOG-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00008400
          88 WS-LOG-EOF                 VALUE 'TRUE'.                   00008500
                                                                        00008600
       01 WS-REPORT-DATE                PIC X(08).                      00008700
       01 WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE                     00008800
                                        PIC 9(08).                      00008900
                                                                        00009000
       01 WS-COUNTERS.                                                  00009100
           05 WS-NO-LOG-READ               PIC 9(8).                    00009200
           05 WS-NO-REFUSED                PIC 9(8).                    00009300
           05 WS-NO-OVERRIDES              PIC 9(8).                    00009400
                                                                        00009500
      *    bris de glace par code de raison                             00009600
       01 WS-REASON-TABLE.                                              00009700
          05 WS-REASON-VALUES.                                          00009800
             10 FILLER PIC X(22) VALUE 'EMEMERGENCY CARE      '.        00009900
             10 FILLER PIC X(22) VALUE 'CCCONTINUITY OF CARE  '.        00010000
             10 FILLER PIC X(22) VALUE 'PRPATIENT REQUEST     '.        00010100
             10 FILLER PIC X(22) VALUE 'BLBILLING QUERY       '.        00010200
             10 FILLER PIC X(22) VALUE 'LGLEGAL / COURT ORDER '.        00010300
          05 WS-REASON-ENTRY REDEFINES WS-REASON-VALUES                 00010400
                              OCCURS 5 TIMES INDEXED BY RSN-IDX.        00010500
             10 WS-RSN-CODE    PIC X(02).                               00010600
             10 WS-RSN-TEXT    PIC X(20).                               00010700
       01 WS-REASON-COUNTS.                                             00010800
          05 WS-RSN-COUNT      PIC 9(07) OCCURS 5 TIMES.                00010900
       01 WS-RSN-OTHER-COUNT            PIC 9(07) VALUE 0.              00011000
       01 WS-RSN-SUB                    PIC 9(02) COMP VALUE 0.         00011100
       01 WS-RSN-FOUND                  PIC X(01) VALUE 'N'.            00011200
          88 WS-RSN-HIT                 VALUE 'Y'.                      00011300
       01 WS-RSN-DESC                   PIC X(20).                      00011400
                                                                        00011500
       01 RPT-HEADER-1.                                                 00011600
           05 FILLER           PIC X(39) VALUE                          00011700
                'RESTRICTED PATIENT ACCESS - PRIVACY   '.               00011800
           05 FILLER           PIC X(06) VALUE 'DATE: '.                00011900
           05 RPT-H1-DATE      PIC X(08).                               00012000
           05 FILLER           PIC X(27) VALUE SPACE.                   00012100
                                                                        00012200
       01 RPT-HEADER-2.                                                 00012300
           05 FILLER           PIC X(09) VALUE 'TIME'.                  00012400
           05 FILLER           PIC X(09) VALUE 'LTERM'.                 00012500
           05 FILLER           PIC X(09) VALUE 'OPERATOR'.              00012600
           05 FILLER           PIC X(09) VALUE 'TRAN'.                  00012700
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00012800
           05 FILLER           PIC X(09) VALUE 'ACCESS'.                00012900
           05 FILLER           PIC X(29) VALUE 'REASON'.                00013000
                                                                        00013100
       01 RPT-DETAIL-LINE.                                              00013200
           05 RPT-D-TIME       PIC X(08).                               00013300
           05 FILLER           PIC X(01) VALUE SPACE.                   00013400
           05 RPT-D-LTERM      PIC X(08).                               00013500
           05 FILLER           PIC X(01) VALUE SPACE.                   00013600
           05 RPT-D-USERID     PIC X(08).                               00013700
           05 FILLER           PIC X(01) VALUE SPACE.                   00013800
           05 RPT-D-TRANCODE   PIC X(08).                               00013900
           05 FILLER           PIC X(01) VALUE SPACE.                   00014000
           05 RPT-D-PATIENT    PIC X(05).                               00014100
           05 FILLER           PIC X(01) VALUE SPACE.                   00014200
           05 RPT-D-ACCESS     PIC X(08).                               00014300
           05 FILLER           PIC X(01) VALUE SPACE.                   00014400
           05 RPT-D-REASON     PIC X(02).                               00014500
           05 FILLER           PIC X(01) VALUE SPACE.                   00014600
           05 RPT-D-REASON-TXT PIC X(20).                               00014700
           05 FILLER           PIC X(06) VALUE SPACE.                   00014800
                                                                        00014900
       01 RPT-TOTAL-LINE.                                               00015000
           05 RPT-T-LABEL      PIC X(26).                               00015100
           05 FILLER           PIC X(02) VALUE ': '.                    00015200
           05 RPT-T-COUNT      PIC ZZZZZZ9.                             00015300
           05 FILLER           PIC X(45) VALUE SPACE.                   00015400
                                                                        00015500
      *-----------------------*                                         00015600
       PROCEDURE DIVISION.                                              00015700
      *-----------------------*                                         00015800
                                                                        00015900
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00016000
                                                                        00016100
           PERFORM 1000-INIT                                            00016200
              THRU 1000-INIT-END.                                       00016300
                                                                        00016400
           DISPLAY '1_____LIST REFUSALS AND OVERRIDES'.                 00016500
           PERFORM 3000-PROCESS-ONE-LOG                                 00016600
              THRU 3000-PROCESS-ONE-LOG-END                             00016700
              UNTIL WS-LOG-EOF.                                         00016800
                                                                        00016900
           PERFORM 7000-SUMMARY                                         00017000
              THRU 7000-SUMMARY-END.                                    00017100
                                                                        00017200
           CLOSE INQLOG.                                                00017300
           CLOSE RPT01-OUT.                                             00017400
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00017500
           DISPLAY 'LOG RECORDS READ : ' WS-NO-LOG-READ.                00017600
           DISPLAY 'ACCESS REFUSED   : ' WS-NO-REFUSED.                 00017700
           DISPLAY 'OVERRIDES        : ' WS-NO-OVERRIDES.               00017800
                                                                        00017900
      *    anything on the page is for the privacy officer to see       00018000
           IF WS-NO-REFUSED > 0                                         00018100
              OR WS-NO-OVERRIDES > 0                                    00018200
              MOVE 4 TO RETURN-CODE                                     00018300
           END-IF.                                                      00018400
                                                                        00018500
           GOBACK.                                                      00018600
                                                                        00018700
      *------------*                                                    00018800
       1000-INIT.                                                       00018900
      *------------*                                                    00019000
           DISPLAY "***** INIT PROCESS *****".                          00019100
                                                                        00019200
           MOVE SPACE TO WS-FILE-STATUS.                                00019300
           MOVE ZEROES TO WS-COUNTERS.                                  00019400
           MOVE ZEROES TO WS-REASON-COUNTS.                             00019500
                                                                        00019600
           OPEN INPUT CTLCARD.                                          00019700
           IF WS-CTL-FS NOT = "00"                                      00019800
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00019900
             PERFORM 9999-ABEND                                         00020000
                THRU 9999-ABEND-END                                     00020100
           END-IF.                                                      00020200
           READ CTLCARD INTO CTL-CARD-REC                               00020300
              AT END                                                    00020400
      D         DISPLAY "CTLCARD IS EMPTY - NO REPORT DATE SUPPLIED"    00020500
                PERFORM 9999-ABEND                                      00020600
                   THRU 9999-ABEND-END                                  00020700
           END-READ.                                                    00020800
           MOVE CTL-REPORT-DATE TO WS-REPORT-DATE.                      00020900
           CLOSE CTLCARD.                                               00021000
                                                                        00021100
           IF WS-REPORT-DATE NOT NUMERIC                                00021200
              DISPLAY 'CTLCARD REPORT DATE NOT NUMERIC: '               00021300
                 WS-REPORT-DATE                                         00021400
              PERFORM 9999-ABEND                                        00021500
                 THRU 9999-ABEND-END                                    00021600
           END-IF.                                                      00021700
                                                                        00021800
           OPEN INPUT INQLOG.                                           00021900
           IF WS-LOG-FS NOT = '00'                                      00022000
      D       DISPLAY "ERROR OPEN FILE INQLOG: " WS-LOG-FS              00022100
              PERFORM 9999-ABEND                                        00022200
                 THRU 9999-ABEND-END                                    00022300
           END-IF.                                                      00022400
                                                                        00022500
           OPEN OUTPUT RPT01-OUT.                                       00022600
           MOVE WS-REPORT-DATE TO RPT-H1-DATE.                          00022700
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00022800
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00022900
              AFTER ADVANCING 2 LINES.                                  00023000
                                                                        00023100
           PERFORM 8100-READ-LOG                                        00023200
              THRU 8100-READ-LOG-END.                                   00023300
                                                                        00023400
           DISPLAY "***** FIN INIT PROCESS *****".                      00023500
                                                                        00023600
      *----------------*                                                00023700
       1000-INIT-END.                                                   00023800
      *----------------*                                                00023900
           EXIT.                                                        00024000
                                                                        00024100
      *-----------------------*                                         00024200
       3000-PROCESS-ONE-LOG.                                            00024300
      *-----------------------*                                         00024400
      *    only the report day, and only refusals and overrides;        00024500
      *    ordinary inquiries and counter postings stay off             00024600
           IF LOG-DATE = WS-REPORT-DATE-N                               00024700
              AND (LOG-REFUSED OR LOG-OVERRIDE)                         00024800
              PERFORM 5000-WRITE-ACCESS-LINE                            00024900
                 THRU 5000-WRITE-ACCESS-LINE-END                        00025000
           END-IF.                                                      00025100
                                                                        00025200
           PERFORM 8100-READ-LOG                                        00025300
              THRU 8100-READ-LOG-END.                                   00025400
      *-----------------------*                                         00025500
       3000-PROCESS-ONE-LOG-END.                                        00025600
      *-----------------------*                                         00025700
           EXIT.                                                        00025800
                                                                        00025900
      *-----------------------*                                         00026000
       5000-WRITE-ACCESS-LINE.                                          00026100
      *-----------------------*                                         00026200
           MOVE 'N' TO WS-RSN-FOUND.                                    00026300
           MOVE SPACE TO WS-RSN-DESC.                                   00026400
           PERFORM 5100-REASON-LOOKUP                                   00026500
              THRU 5100-REASON-LOOKUP-END                               00026600
              VARYING RSN-IDX FROM 1 BY 1                               00026700
              UNTIL RSN-IDX > 5                                         00026800
                 OR WS-RSN-HIT.                                         00026900
                                                                        00027000
           MOVE LOG-TIME     TO RPT-D-TIME.                             00027100
           MOVE LOG-LTERM    TO RPT-D-LTERM.                            00027200
           MOVE LOG-USERID   TO RPT-D-USERID.                           00027300
           MOVE LOG-TRANCODE TO RPT-D-TRANCODE.                         00027400
           MOVE LOG-PATIENID TO RPT-D-PATIENT.                          00027500
           MOVE LOG-REASON   TO RPT-D-REASON.                           00027600
           MOVE WS-RSN-DESC  TO RPT-D-REASON-TXT.                       00027700
                                                                        00027800
           IF LOG-OVERRIDE                                              00027900
              MOVE 'OVERRIDE' TO RPT-D-ACCESS                           00028000
              ADD 1 TO WS-NO-OVERRIDES                                  00028100
              IF WS-RSN-HIT                                             00028200
                 ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB)                     00028300
              ELSE                                                      00028400
                 ADD 1 TO WS-RSN-OTHER-COUNT                            00028500
              END-IF                                                    00028600
           ELSE                                                         00028700
              MOVE 'REFUSED ' TO RPT-D-ACCESS                           00028800
              ADD 1 TO WS-NO-REFUSED                                    00028900
           END-IF.                                                      00029000
                                                                        00029100
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00029200
              AFTER ADVANCING 1 LINE.                                   00029300
      *-----------------------*                                         00029400
       5000-WRITE-ACCESS-LINE-END.                                      00029500
      *-----------------------*                                         00029600
           EXIT.                                                        00029700
                                                                        00029800
      *-----------------------*                                         00029900
       5100-REASON-LOOKUP.                                              00030000
      *-----------------------*                                         00030100
           IF WS-RSN-CODE (RSN-IDX) = LOG-REASON                        00030200
              MOVE 'Y' TO WS-RSN-FOUND                                  00030300
              SET WS-RSN-SUB TO RSN-IDX                                 00030400
              MOVE WS-RSN-TEXT (RSN-IDX) TO WS-RSN-DESC                 00030500
           END-IF.                                                      00030600
      *-----------------------*                                         00030700
       5100-REASON-LOOKUP-END.                                          00030800
      *-----------------------*                                         00030900
           EXIT.                                                        00031000
                                                                        00031100
      *-----------------------*                                         00031200
       7000-SUMMARY.                                                    00031300
      *-----------------------*                                         00031400
           MOVE 'ACCESS REFUSED' TO RPT-T-LABEL.                        00031500
           MOVE WS-NO-REFUSED TO RPT-T-COUNT.                           00031600
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00031700
              AFTER ADVANCING 3 LINES.                                  00031800
           MOVE 'BREAK-THE-GLASS OVERRIDES' TO RPT-T-LABEL.             00031900
           MOVE WS-NO-OVERRIDES TO RPT-T-COUNT.                         00032000
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00032100
              AFTER ADVANCING 1 LINE.                                   00032200
           PERFORM 7100-WRITE-ONE-REASON                                00032300
              THRU 7100-WRITE-ONE-REASON-END                            00032400
              VARYING RSN-IDX FROM 1 BY 1                               00032500
              UNTIL RSN-IDX > 5.                                        00032600
           IF WS-RSN-OTHER-COUNT > 0                                    00032700
              MOVE '  OTHER CODE' TO RPT-T-LABEL                        00032800
              MOVE WS-RSN-OTHER-COUNT TO RPT-T-COUNT                    00032900
              WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                   00033000
                 AFTER ADVANCING 1 LINE                                 00033100
           END-IF.                                                      00033200
      *-----------------------*                                         00033300
       7000-SUMMARY-END.                                                00033400
      *-----------------------*                                         00033500
           EXIT.                                                        00033600
                                                                        00033700
      *-----------------------*                                         00033800
       7100-WRITE-ONE-REASON.                                           00033900
      *-----------------------*                                         00034000
           SET WS-RSN-SUB TO RSN-IDX.                                   00034100
           MOVE SPACE TO RPT-T-LABEL.                                   00034200
           STRING '  ' WS-RSN-TEXT (RSN-IDX)                            00034300
              DELIMITED BY SIZE INTO RPT-T-LABEL.                       00034400
           MOVE WS-RSN-COUNT (WS-RSN-SUB) TO RPT-T-COUNT.               00034500
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00034600
              AFTER ADVANCING 1 LINE.                                   00034700
      *-----------------------*                                         00034800
       7100-WRITE-ONE-REASON-END.                                       00034900
      *-----------------------*                                         00035000
           EXIT.                                                        00035100
                                                                        00035200
      *---------------*                                                 00035300
       8100-READ-LOG.                                                   00035400
      *---------------*                                                 00035500
           READ INQLOG                                                  00035600
           END-READ.                                                    00035700
                                                                        00035800
           EVALUATE TRUE                                                00035900
             WHEN WS-LOG-FS = '00'                                      00036000
               ADD 1 TO WS-NO-LOG-READ                                  00036100
             WHEN WS-LOG-FS = '10'                                      00036200
               SET WS-LOG-EOF TO TRUE                                   00036300
             WHEN OTHER                                                 00036400
      D        DISPLAY "ERROR READ FILE INQLOG !!!: " WS-LOG-FS         00036500
               PERFORM 9999-ABEND                                       00036600
                  THRU 9999-ABEND-END                                   00036700
           END-EVALUATE.                                                00036800
      *-------------------*                                             00036900
       8100-READ-LOG-END.                                               00037000
      *-------------------*                                             00037100
           EXIT.                                                        00037200
      *-------------------*                                             00037300
       9999-ABEND.                                                      00037400
      *-------------------*                                             00037500
      D    DISPLAY "WE ARE IN ABEND".                                   00037600
      *    WE FORCE AN ABEND                                            00037700
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00037800
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00037900
           GOBACK.                                                      00038000
      *-------------------*                                             00038100
       9999-ABEND-END.                                                  00038200
      *-------------------*                                             00038300
           EXIT.                                                        00038400
