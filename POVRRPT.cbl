      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. POVRRPT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport quotidien des depassements de limite au            00000900
      *      comptoir, pour la revue du bureau de caisse avant la       00001000
      *      conciliation de fin de journee (PBRECON). Lit le           00001100
      *      journal OVRLOG ecrit par PPAYPOST (paiement au-dela        00001200
      *      de la limite d'imputation du commis) et PPATCOR            00001300
      *      (correction de facture au-dela de la limite de             00001400
      *      correction) et liste, pour la journee de la carte de       00001500
      *      controle, chaque depassement trie par operateur puis       00001600
      *      superviseur: heure, type, superviseur, facture,            00001700
      *      patient, limite du commis, montants avant et apres,        00001800
      *      et si le superviseur a ete refuse. Pour un paiement        00001900
      *      les montants sont le solde de la facture avant et          00002000
      *      apres l'imputation; pour une correction, le montant        00002100
      *      de la facture avant et apres. Un refus n'a que le          00002200
      *      montant saisi (colonne APRES).                             00002300
      *                                                                 00002400
      * Fichier entree: CTLCARD, journee a rapporter (YYYYMMDD)         00002500
      * Fichier entree: OVRLOG, journal des depassements                00002600
      * Fichier sortie: OVRRPT, le rapport                              00002700
      *----------------------------------------------------------*      00002800
      *--------------------*                                            00002900
       ENVIRONMENT DIVISION.                                            00003000
      *--------------------*                                            00003100
       CONFIGURATION SECTION.                                           00003200
       OBJECT-COMPUTER.                                                 00003300
       SOURCE-COMPUTER.                                                 00003400
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003800
           ORGANIZATION IS SEQUENTIAL                                   00003900
           FILE STATUS IS WS-CTL-FS.                                    00004000
           SELECT OVRLOG ASSIGN TO OVRLOG                               00004100
           ORGANIZATION IS SEQUENTIAL                                   00004200
           FILE STATUS IS WS-OVR-FS.                                    00004300
           SELECT SORTWK ASSIGN TO SORTWK.                              00004400
           SELECT RPT01-OUT ASSIGN TO OVRRPT                            00004500
           ORGANIZATION IS LINE SEQUENTIAL                              00004600
           FILE STATUS IS WS-RPT01-FS.                                  00004700
      *----------------*                                                00004800
       DATA DIVISION.                                                   00004900
      *----------------*                                                00005000
       FILE SECTION.                                                    00005100
                                                                        00005200
       FD  CTLCARD RECORDING MODE F.                                    00005300
       01  CTL-CARD-REC.                                                00005400
           05 CTL-REPORT-DATE           PIC X(08).                      00005500
           05 FILLER                    PIC X(72).                      00005600
                                                                        00005700
       FD  OVRLOG RECORDING MODE F.                                     00005800
       01  OVR-REC.                                                     00005900
           05 OVR-DATE          PIC 9(08).                              00006000
           05 OVR-TIME          PIC 9(08).                              00006100
           05 OVR-TYPE          PIC X(01).                              00006200
           05 OVR-RESULT        PIC X(01).                              00006300
              88 OVR-DENIED     VALUE 'D'.                              00006400
           05 OVR-USERID        PIC X(08).                              00006500
           05 OVR-SUPV-ID       PIC X(08).                              00006600
           05 OVR-INVOICENO     PIC X(08).                              00006700
           05 OVR-PATIENID      PIC X(05).                              00006800
           05 OVR-LIMIT         PIC 9(07)V99.                           00006900
           05 OVR-BEFORE        PIC S9(07)V99.                          00007000
           05 OVR-AFTER         PIC S9(07)V99.                          00007100
           05 FILLER            PIC X(06).                              00007200
                                                                        00007300
       SD  SORTWK.                                                      00007400
       01  SORT-REC.                                                    00007500
           05 SORT-USERID       PIC X(08).                              00007600
           05 SORT-SUPV-ID      PIC X(08).                              00007700
           05 SORT-TIME         PIC 9(08).                              00007800
           05 SORT-TYPE         PIC X(01).                              00007900
           05 SORT-RESULT       PIC X(01).                              00008000
              88 SORT-DENIED    VALUE 'D'.                              00008100
           05 SORT-INVOICENO    PIC X(08).                              00008200
           05 SORT-PATIENID     PIC X(05).                              00008300
           05 SORT-LIMIT        PIC 9(07)V99.                           00008400
           05 SORT-BEFORE       PIC S9(07)V99.                          00008500
           05 SORT-AFTER        PIC S9(07)V99.                          00008600
                                                                        00008700
       FD  RPT01-OUT RECORDING MODE F.                                  00008800
       01  RPT01-OUT-REC        PIC X(80).                              00008900
                                                                        00009000
      *-----------------------*                                         00009100
       WORKING-STORAGE SECTION.                                         00009200
      *-----------------------*                                         00009300
       01 WS-FILE-STATUS.                                               00009400
          05 WS-CTL-FS                 PIC X(2).                        00009500
          05 WS-OVR-FS                 PIC X(2).                        00009600
          05 WS-RPT01-FS               PIC X(2).                        00009700
                                                                        00009800
       01 WS-OVR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009900
          88 WS-OVR-EOF                 VALUE 'TRUE'.                   00010000
       01 WS-SORT-EOF-SW                PIC X(5) VALUE 'FALSE'.         00010100
          88 WS-SORT-EOF                VALUE 'TRUE'.                   00010200
                                                                        00010300
       01 WS-REPORT-DATE                PIC X(08).                      00010400
       01 WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE                     00010500
                                        PIC 9(08).                      00010600
                                                                        00010700
       01 WS-COUNTERS.                                                  00010800
           05 WS-NO-LOG-READ               PIC 9(8).                    00010900
           05 WS-NO-LISTED                 PIC 9(8).                    00011000
           05 WS-NO-APPLIED                PIC 9(8).                    00011100
           05 WS-NO-DENIED                 PIC 9(8).                    00011200
           05 WS-NO-PAYMENTS               PIC 9(8).                    00011300
           05 WS-NO-CORRECTIONS            PIC 9(8).                    00011400
           05 WS-NO-OPERATORS              PIC 9(8).                    00011500
           05 WS-OPR-LISTED                PIC 9(8).                    00011600
                                                                        00011700
       01 WS-PREV-USERID                PIC X(08) VALUE LOW-VALUE.      00011800
      *    l'heure du journal sans les centiemes                        00011900
       01 WS-SORT-TIME                  PIC 9(08).                      00012000
       01 WS-SORT-TIME-R REDEFINES WS-SORT-TIME.                        00012100
          05 WS-SORT-HHMMSS             PIC X(06).                      00012200
          05 FILLER                     PIC X(02).                      00012300
                                                                        00012400
       01 RPT-HEADER-1.                                                 00012500
           05 FILLER           PIC X(39) VALUE                          00012600
                'COUNTER LIMIT OVERRIDES - CASH OFFICE '.               00012700
           05 FILLER           PIC X(06) VALUE 'DATE: '.                00012800
           05 RPT-H1-DATE      PIC X(08).                               00012900
           05 FILLER           PIC X(27) VALUE SPACE.                   00013000
                                                                        00013100
       01 RPT-HEADER-2.                                                 00013200
           05 FILLER           PIC X(07) VALUE 'TIME'.                  00013300
           05 FILLER           PIC X(05) VALUE 'TYPE'.                  00013400
           05 FILLER           PIC X(09) VALUE 'SUPERVSR'.              00013500
           05 FILLER           PIC X(09) VALUE 'INVOICE'.               00013600
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00013700
           05 FILLER           PIC X(11) VALUE '     LIMIT'.            00013800
           05 FILLER           PIC X(12) VALUE '     BEFORE'.           00013900
           05 FILLER           PIC X(12) VALUE '      AFTER'.           00014000
           05 FILLER           PIC X(09) VALUE ' RESULT'.               00014100
                                                                        00014200
       01 RPT-OPERATOR-LINE.                                            00014300
           05 FILLER           PIC X(10) VALUE 'OPERATOR: '.            00014400
           05 RPT-G-USERID     PIC X(08).                               00014500
           05 FILLER           PIC X(62) VALUE SPACE.                   00014600
                                                                        00014700
       01 RPT-DETAIL-LINE.                                              00014800
           05 RPT-D-TIME       PIC X(06).                               00014900
           05 FILLER           PIC X(01) VALUE SPACE.                   00015000
           05 RPT-D-TYPE       PIC X(04).                               00015100
           05 FILLER           PIC X(01) VALUE SPACE.                   00015200
           05 RPT-D-SUPV-ID    PIC X(08).                               00015300
           05 FILLER           PIC X(01) VALUE SPACE.                   00015400
           05 RPT-D-INVOICENO  PIC X(08).                               00015500
           05 FILLER           PIC X(01) VALUE SPACE.                   00015600
           05 RPT-D-PATIENID   PIC X(05).                               00015700
           05 FILLER           PIC X(01) VALUE SPACE.                   00015800
           05 RPT-D-LIMIT      PIC ZZZZZZ9.99.                          00015900
           05 FILLER           PIC X(01) VALUE SPACE.                   00016000
           05 RPT-D-BEFORE     PIC -ZZZZZZ9.99.                         00016100
           05 FILLER           PIC X(01) VALUE SPACE.                   00016200
           05 RPT-D-AFTER      PIC -ZZZZZZ9.99.                         00016300
           05 FILLER           PIC X(02) VALUE SPACE.                   00016400
           05 RPT-D-RESULT     PIC X(06).                               00016500
           05 FILLER           PIC X(02) VALUE SPACE.                   00016600
                                                                        00016700
       01 RPT-OPR-TOTAL-LINE.                                           00016800
           05 FILLER           PIC X(20) VALUE                          00016900
                '  OVERRIDES LISTED: '.                                 00017000
           05 RPT-OT-COUNT     PIC ZZZZZZ9.                             00017100
           05 FILLER           PIC X(53) VALUE SPACE.                   00017200
                                                                        00017300
       01 RPT-TOTAL-LINE.                                               00017400
           05 RPT-T-LABEL      PIC X(26).                               00017500
           05 FILLER           PIC X(02) VALUE ': '.                    00017600
           05 RPT-T-COUNT      PIC ZZZZZZ9.                             00017700
           05 FILLER           PIC X(45) VALUE SPACE.                   00017800
                                                                        00017900
      *-----------------------*                                         00018000
       PROCEDURE DIVISION.                                              00018100
      *-----------------------*                                         00018200
                                                                        00018300
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00018400
                                                                        00018500
           PERFORM 1000-INIT                                            00018600
              THRU 1000-INIT-END.                                       00018700
                                                                        00018800
           DISPLAY '1_____LIST OVERRIDES BY OPERATOR'.                  00018900
           SORT SORTWK                                                  00019000
              ON ASCENDING KEY SORT-USERID                              00019100
                               SORT-SUPV-ID                             00019200
                               SORT-TIME                                00019300
              INPUT PROCEDURE IS 3000-COLLECT-OVERRIDES                 00019400
                 THRU 3000-COLLECT-OVERRIDES-END                        00019500
              OUTPUT PROCEDURE IS 6000-PRINT-BY-OPERATOR                00019600
                 THRU 6000-PRINT-BY-OPERATOR-END.                       00019700
                                                                        00019800
           PERFORM 7000-SUMMARY                                         00019900
              THRU 7000-SUMMARY-END.                                    00020000
           CLOSE RPT01-OUT.                                             00020100
                                                                        00020200
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00020300
           DISPLAY 'LOG RECORDS READ : ' WS-NO-LOG-READ.                00020400
           DISPLAY 'OVERRIDES LISTED : ' WS-NO-LISTED.                  00020500
           DISPLAY 'APPLIED          : ' WS-NO-APPLIED.                 00020600
           DISPLAY 'DENIED           : ' WS-NO-DENIED.                  00020700
                                                                        00020800
      *    anything on the page is for the cash office to review        00020900
           IF WS-NO-LISTED > 0                                          00021000
              MOVE 4 TO RETURN-CODE                                     00021100
           END-IF.                                                      00021200
                                                                        00021300
           GOBACK.                                                      00021400
                                                                        00021500
      *------------*                                                    00021600
       1000-INIT.                                                       00021700
      *------------*                                                    00021800
           DISPLAY "***** INIT PROCESS *****".                          00021900
                                                                        00022000
           MOVE SPACE TO WS-FILE-STATUS.                                00022100
           MOVE ZEROES TO WS-COUNTERS.                                  00022200
                                                                        00022300
           OPEN INPUT CTLCARD.                                          00022400
           IF WS-CTL-FS NOT = "00"                                      00022500
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00022600
             PERFORM 9999-ABEND                                         00022700
                THRU 9999-ABEND-END                                     00022800
           END-IF.                                                      00022900
           READ CTLCARD INTO CTL-CARD-REC                               00023000
              AT END                                                    00023100
      D         DISPLAY "CTLCARD IS EMPTY - NO REPORT DATE SUPPLIED"    00023200
                PERFORM 9999-ABEND                                      00023300
                   THRU 9999-ABEND-END                                  00023400
           END-READ.                                                    00023500
           MOVE CTL-REPORT-DATE TO WS-REPORT-DATE.                      00023600
           CLOSE CTLCARD.                                               00023700
                                                                        00023800
           IF WS-REPORT-DATE NOT NUMERIC                                00023900
              DISPLAY 'CTLCARD REPORT DATE NOT NUMERIC: '               00024000
                 WS-REPORT-DATE                                         00024100
              PERFORM 9999-ABEND                                        00024200
                 THRU 9999-ABEND-END                                    00024300
           END-IF.                                                      00024400
                                                                        00024500
           OPEN OUTPUT RPT01-OUT.                                       00024600
           MOVE WS-REPORT-DATE TO RPT-H1-DATE.                          00024700
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00024800
                                                                        00024900
           DISPLAY "***** FIN INIT PROCESS *****".                      00025000
                                                                        00025100
      *----------------*                                                00025200
       1000-INIT-END.                                                   00025300
      *----------------*                                                00025400
           EXIT.                                                        00025500
                                                                        00025600
      *-----------------------*                                         00025700
       3000-COLLECT-OVERRIDES.                                          00025800
      *-----------------------*                                         00025900
      *    no log yet simply means no override has ever been keyed      00026000
           OPEN INPUT OVRLOG.                                           00026100
           IF WS-OVR-FS NOT = '00'                                      00026200
              DISPLAY 'OVRLOG NOT AVAILABLE - NOTHING TO LIST: '        00026300
                 WS-OVR-FS                                              00026400
              GO TO 3000-COLLECT-OVERRIDES-END                          00026500
           END-IF.                                                      00026600
                                                                        00026700
           PERFORM 8100-READ-OVRLOG                                     00026800
              THRU 8100-READ-OVRLOG-END.                                00026900
           PERFORM 3100-RELEASE-ONE                                     00027000
              THRU 3100-RELEASE-ONE-END                                 00027100
              UNTIL WS-OVR-EOF.                                         00027200
                                                                        00027300
           CLOSE OVRLOG.                                                00027400
      *-----------------------*                                         00027500
       3000-COLLECT-OVERRIDES-END.                                      00027600
      *-----------------------*                                         00027700
           EXIT.                                                        00027800
                                                                        00027900
      *-----------------------*                                         00028000
       3100-RELEASE-ONE.                                                00028100
      *-----------------------*                                         00028200
           IF OVR-DATE = WS-REPORT-DATE-N                               00028300
              INITIALIZE SORT-REC                                       00028400
              MOVE OVR-USERID    TO SORT-USERID                         00028500
              MOVE OVR-SUPV-ID   TO SORT-SUPV-ID                        00028600
              MOVE OVR-TIME      TO SORT-TIME                           00028700
              MOVE OVR-TYPE      TO SORT-TYPE                           00028800
              MOVE OVR-RESULT    TO SORT-RESULT                         00028900
              MOVE OVR-INVOICENO TO SORT-INVOICENO                      00029000
              MOVE OVR-PATIENID  TO SORT-PATIENID                       00029100
              MOVE OVR-LIMIT     TO SORT-LIMIT                          00029200
              MOVE OVR-BEFORE    TO SORT-BEFORE                         00029300
              MOVE OVR-AFTER     TO SORT-AFTER                          00029400
              RELEASE SORT-REC                                          00029500
           END-IF.                                                      00029600
                                                                        00029700
           PERFORM 8100-READ-OVRLOG                                     00029800
              THRU 8100-READ-OVRLOG-END.                                00029900
      *-----------------------*                                         00030000
       3100-RELEASE-ONE-END.                                            00030100
      *-----------------------*                                         00030200
           EXIT.                                                        00030300
                                                                        00030400
      *-----------------------*                                         00030500
       6000-PRINT-BY-OPERATOR.                                          00030600
      *-----------------------*                                         00030700
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00030800
              AFTER ADVANCING 2 LINES.                                  00030900
           PERFORM 6100-RETURN-ONE                                      00031000
              THRU 6100-RETURN-ONE-END                                  00031100
              UNTIL WS-SORT-EOF.                                        00031200
           IF WS-NO-OPERATORS > 0                                       00031300
              PERFORM 6300-OPERATOR-TOTAL                               00031400
                 THRU 6300-OPERATOR-TOTAL-END                           00031500
           END-IF.                                                      00031600
      *-----------------------*                                         00031700
       6000-PRINT-BY-OPERATOR-END.                                      00031800
      *-----------------------*                                         00031900
           EXIT.                                                        00032000
                                                                        00032100
      *-----------------------*                                         00032200
       6100-RETURN-ONE.                                                 00032300
      *-----------------------*                                         00032400
           RETURN SORTWK                                                00032500
              AT END                                                    00032600
                 SET WS-SORT-EOF TO TRUE                                00032700
              NOT AT END                                                00032800
                 IF SORT-USERID NOT = WS-PREV-USERID                    00032900
                    PERFORM 6200-NEW-OPERATOR                           00033000
                       THRU 6200-NEW-OPERATOR-END                       00033100
                 END-IF                                                 00033200
                 PERFORM 6150-WRITE-OVERRIDE-LINE                       00033300
                    THRU 6150-WRITE-OVERRIDE-LINE-END                   00033400
           END-RETURN.                                                  00033500
      *-----------------------*                                         00033600
       6100-RETURN-ONE-END.                                             00033700
      *-----------------------*                                         00033800
           EXIT.                                                        00033900
                                                                        00034000
      *-----------------------*                                         00034100
       6150-WRITE-OVERRIDE-LINE.                                        00034200
      *-----------------------*                                         00034300
           MOVE SORT-TIME      TO WS-SORT-TIME.                         00034400
           MOVE WS-SORT-HHMMSS TO RPT-D-TIME.                           00034500
           IF SORT-TYPE = 'P'                                           00034600
              MOVE 'PAY ' TO RPT-D-TYPE                                 00034700
              ADD 1 TO WS-NO-PAYMENTS                                   00034800
           ELSE                                                         00034900
              MOVE 'CORR' TO RPT-D-TYPE                                 00035000
              ADD 1 TO WS-NO-CORRECTIONS                                00035100
           END-IF.                                                      00035200
           MOVE SORT-SUPV-ID   TO RPT-D-SUPV-ID.                        00035300
           MOVE SORT-INVOICENO TO RPT-D-INVOICENO.                      00035400
           MOVE SORT-PATIENID  TO RPT-D-PATIENID.                       00035500
           MOVE SORT-LIMIT     TO RPT-D-LIMIT.                          00035600
           MOVE SORT-BEFORE    TO RPT-D-BEFORE.                         00035700
           MOVE SORT-AFTER     TO RPT-D-AFTER.                          00035800
           IF SORT-DENIED                                               00035900
              MOVE 'DENIED' TO RPT-D-RESULT                             00036000
              ADD 1 TO WS-NO-DENIED                                     00036100
           ELSE                                                         00036200
              MOVE 'OK    ' TO RPT-D-RESULT                             00036300
              ADD 1 TO WS-NO-APPLIED                                    00036400
           END-IF.                                                      00036500
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00036600
              AFTER ADVANCING 1 LINE.                                   00036700
           ADD 1 TO WS-NO-LISTED.                                       00036800
           ADD 1 TO WS-OPR-LISTED.                                      00036900
      *-----------------------*                                         00037000
       6150-WRITE-OVERRIDE-LINE-END.                                    00037100
      *-----------------------*                                         00037200
           EXIT.                                                        00037300
                                                                        00037400
      *-----------------------*                                         00037500
       6200-NEW-OPERATOR.                                               00037600
      *-----------------------*                                         00037700
           IF WS-NO-OPERATORS > 0                                       00037800
              PERFORM 6300-OPERATOR-TOTAL                               00037900
                 THRU 6300-OPERATOR-TOTAL-END                           00038000
           END-IF.                                                      00038100
           ADD 1 TO WS-NO-OPERATORS.                                    00038200
           MOVE ZERO TO WS-OPR-LISTED.                                  00038300
           MOVE SORT-USERID TO WS-PREV-USERID.                          00038400
           MOVE SORT-USERID TO RPT-G-USERID.                            00038500
           WRITE RPT01-OUT-REC FROM RPT-OPERATOR-LINE                   00038600
              AFTER ADVANCING 2 LINES.                                  00038700
      *-----------------------*                                         00038800
       6200-NEW-OPERATOR-END.                                           00038900
      *-----------------------*                                         00039000
           EXIT.                                                        00039100
                                                                        00039200
      *-----------------------*                                         00039300
       6300-OPERATOR-TOTAL.                                             00039400
      *-----------------------*                                         00039500
           MOVE WS-OPR-LISTED TO RPT-OT-COUNT.                          00039600
           WRITE RPT01-OUT-REC FROM RPT-OPR-TOTAL-LINE                  00039700
              AFTER ADVANCING 1 LINE.                                   00039800
      *-----------------------*                                         00039900
       6300-OPERATOR-TOTAL-END.                                         00040000
      *-----------------------*                                         00040100
           EXIT.                                                        00040200
                                                                        00040300
      *-----------------------*                                         00040400
       7000-SUMMARY.                                                    00040500
      *-----------------------*                                         00040600
           MOVE 'OPERATORS LISTED' TO RPT-T-LABEL.                      00040700
           MOVE WS-NO-OPERATORS TO RPT-T-COUNT.                         00040800
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00040900
              AFTER ADVANCING 3 LINES.                                  00041000
           MOVE 'PAYMENTS OVER LIMIT' TO RPT-T-LABEL.                   00041100
           MOVE WS-NO-PAYMENTS TO RPT-T-COUNT.                          00041200
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00041300
              AFTER ADVANCING 1 LINE.                                   00041400
           MOVE 'CORRECTIONS OVER LIMIT' TO RPT-T-LABEL.                00041500
           MOVE WS-NO-CORRECTIONS TO RPT-T-COUNT.                       00041600
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00041700
              AFTER ADVANCING 1 LINE.                                   00041800
           MOVE 'APPLIED BY SUPERVISOR' TO RPT-T-LABEL.                 00041900
           MOVE WS-NO-APPLIED TO RPT-T-COUNT.                           00042000
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00042100
              AFTER ADVANCING 1 LINE.                                   00042200
           MOVE 'SUPERVISOR DENIED' TO RPT-T-LABEL.                     00042300
           MOVE WS-NO-DENIED TO RPT-T-COUNT.                            00042400
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00042500
              AFTER ADVANCING 1 LINE.                                   00042600
      *-----------------------*                                         00042700
       7000-SUMMARY-END.                                                00042800
      *-----------------------*                                         00042900
           EXIT.                                                        00043000
                                                                        00043100
      *---------------*                                                 00043200
       8100-READ-OVRLOG.                                                00043300
      *---------------*                                                 00043400
           READ OVRLOG                                                  00043500
           END-READ.                                                    00043600
                                                                        00043700
           EVALUATE TRUE                                                00043800
             WHEN WS-OVR-FS = '00'                                      00043900
               ADD 1 TO WS-NO-LOG-READ                                  00044000
             WHEN WS-OVR-FS = '10'                                      00044100
               SET WS-OVR-EOF TO TRUE                                   00044200
             WHEN OTHER                                                 00044300
      D        DISPLAY "ERROR READ FILE OVRLOG !!!: " WS-OVR-FS         00044400
               SET WS-OVR-EOF TO TRUE                                   00044500
           END-EVALUATE.                                                00044600
      *-------------------*                                             00044700
       8100-READ-OVRLOG-END.                                            00044800
      *-------------------*                                             00044900
           EXIT.                                                        00045000
      *-------------------*                                             00045100
       9999-ABEND.                                                      00045200
      *-------------------*                                             00045300
      D    DISPLAY "WE ARE IN ABEND".                                   00045400
      *    WE FORCE AN ABEND                                            00045500
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00045600
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00045700
           GOBACK.                                                      00045800
      *-------------------*                                             00045900
       9999-ABEND-END.                                                  00046000
      *-------------------*                                             00046100
           EXIT.                                                        00046200
