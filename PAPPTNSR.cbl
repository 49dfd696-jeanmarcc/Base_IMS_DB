      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PAPPTNSR.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport mensuel des absences (no-show) par medecin.        00000900
      *      Lit le maitre des rendez-vous (APPTMSTR) apres la          00001000
      *      passe PAPPTNSH et retient les rendez-vous du mois          00001100
      *      demande, hors annules. Pour chaque medecin: la liste       00001200
      *      des absences (statut N), puis le nombre de                 00001300
      *      rendez-vous, de visites tenues (K), d'absences et          00001400
      *      le taux d'absence sur les rendez-vous echus                00001500
      *      (N / (K + N)). Un total de la clinique termine le          00001600
      *      rapport.                                                   00001700
      *                                                                 00001800
      * Fichier entree: CTLCARD, le mois du rapport (YYYYMM)            00001900
      * Fichier entree: APPTIN, maitre des rendez-vous                  00002000
      * Fichier sortie: NSHWRPT, rapport des absences par medecin       00002100
      *----------------------------------------------------------*      00002200
      *--------------------*                                            00002300
       ENVIRONMENT DIVISION.                                            00002400
      *--------------------*                                            00002500
       CONFIGURATION SECTION.                                           00002600
       OBJECT-COMPUTER.                                                 00002700
       SOURCE-COMPUTER.                                                 00002800
            IBM-SYSTEM WITH DEBUGGING MODE.                             00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003200
           ORGANIZATION IS SEQUENTIAL                                   00003300
           FILE STATUS IS WS-CTL-FS.                                    00003400
           SELECT APPT-IN ASSIGN TO APPTIN                              00003500
           ORGANIZATION IS SEQUENTIAL                                   00003600
           FILE STATUS IS WS-APT-FS.                                    00003700
           SELECT RPT01-OUT ASSIGN TO NSHWRPT                           00003800
           ORGANIZATION IS LINE SEQUENTIAL                              00003900
           FILE STATUS IS WS-RPT01-FS.                                  00004000
      *----------------*                                                00004100
       DATA DIVISION.                                                   00004200
      *----------------*                                                00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
       FD  CTLCARD RECORDING MODE F.                                    00004600
       01  CTL-CARD-REC.                                                00004700
           05 CTL-RPT-MONTH             PIC X(06).                      00004800
           05 FILLER                    PIC X(74).                      00004900
                                                                        00005000
      *    un rendez-vous par enregistrement, format PAPPTMNT           00005100
       FD  APPT-IN RECORDING MODE F.                                    00005200
       01  APPT-IN-REC.                                                 00005300
           05 APT-PATIENID      PIC X(05).                              00005400
           05 FILLER            PIC X(01).                              00005500
           05 APT-DATE          PIC X(08).                              00005600
           05 FILLER            PIC X(01).                              00005700
           05 APT-TIME          PIC X(04).                              00005800
           05 FILLER            PIC X(01).                              00005900
           05 APT-DOCTOR        PIC X(20).                              00006000
           05 FILLER            PIC X(01).                              00006100
           05 APT-TRTNAME       PIC X(20).                              00006200
           05 FILLER            PIC X(01).                              00006300
           05 APT-STATUS        PIC X(01).                              00006400
           05 FILLER            PIC X(17).                              00006500
                                                                        00006600
       FD  RPT01-OUT RECORDING MODE F.                                  00006700
       01  RPT01-OUT-REC                PIC X(80).                      00006800
                                                                        00006900
      *-----------------------*                                         00007000
       WORKING-STORAGE SECTION.                                         00007100
      *-----------------------*                                         00007200
       01 WS-FILE-STATUS.                                               00007300
          05 WS-CTL-FS                 PIC X(2).                        00007400
          05 WS-APT-FS                 PIC X(2).                        00007500
          05 WS-RPT01-FS               PIC X(2).                        00007600
                                                                        00007700
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007800
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00007900
                                                                        00008000
       01 WS-RPT-MONTH                  PIC X(06).                      00008100
                                                                        00008200
       01 WS-COUNTERS.                                                  00008300
           05 WS-NO-APPTS                  PIC 9(8).                    00008400
           05 WS-NO-KEPT                   PIC 9(8).                    00008500
           05 WS-NO-NOSHOWS                PIC 9(8).                    00008600
           05 WS-NO-DOCTORS                PIC 9(8).                    00008700
                                                                        00008800
      *    les rendez-vous du mois charges en table, puis traites       00008900
      *    medecin par medecin                                          00009000
       01 WS-MON-TABLE.                                                 00009100
          05 WS-MON-MAX         PIC 9(04) COMP VALUE 2000.              00009200
          05 WS-MON-COUNT       PIC 9(04) COMP VALUE 0.                 00009300
          05 WS-MON-ENTRY OCCURS 2000 TIMES INDEXED BY MON-IDX.         00009400
             10 WS-MN-PATIENID  PIC X(05).                              00009500
             10 WS-MN-DATE      PIC X(08).                              00009600
             10 WS-MN-TIME      PIC X(04).                              00009700
             10 WS-MN-DOCTOR    PIC X(20).                              00009800
             10 WS-MN-TRTNAME   PIC X(20).                              00009900
             10 WS-MN-STATUS    PIC X(01).                              00010000
             10 WS-MN-DONE      PIC X(01).                              00010100
                                                                        00010200
       01 WS-CUR-DOCTOR                 PIC X(20).                      00010300
       01 WS-DOC-APPT-CNT               PIC 9(05) COMP VALUE 0.         00010400
       01 WS-DOC-KEPT-CNT               PIC 9(05) COMP VALUE 0.         00010500
       01 WS-DOC-NSHW-CNT               PIC 9(05) COMP VALUE 0.         00010600
       01 WS-DUE-CNT                    PIC 9(08) COMP VALUE 0.         00010700
       01 WS-RATE                       PIC 9(03)V9 VALUE 0.            00010800
       01 WS-SUB                        PIC 9(04) COMP VALUE 0.         00010900
                                                                        00011000
       01 RPT-HEADER-1.                                                 00011100
           05 FILLER           PIC X(29) VALUE                          00011200
                'MONTHLY NO-SHOW REPORT FOR  '.                         00011300
           05 RPT-H1-MONTH     PIC X(06).                               00011400
           05 FILLER           PIC X(45) VALUE SPACE.                   00011500
                                                                        00011600
       01 RPT-DOC-HEADER.                                               00011700
           05 FILLER           PIC X(08) VALUE 'DOCTOR: '.              00011800
           05 RPT-D-DOCTOR     PIC X(20).                               00011900
           05 FILLER           PIC X(52) VALUE SPACE.                   00012000
                                                                        00012100
       01 RPT-NSHW-LINE.                                                00012200
           05 FILLER           PIC X(02) VALUE SPACE.                   00012300
           05 RPT-N-DATE       PIC X(08).                               00012400
           05 FILLER           PIC X(02) VALUE SPACE.                   00012500
           05 RPT-N-TIME       PIC X(04).                               00012600
           05 FILLER           PIC X(02) VALUE SPACE.                   00012700
           05 RPT-N-PATIENID   PIC X(05).                               00012800
           05 FILLER           PIC X(02) VALUE SPACE.                   00012900
           05 RPT-N-TRTNAME    PIC X(20).                               00013000
           05 FILLER           PIC X(35) VALUE SPACE.                   00013100
                                                                        00013200
       01 RPT-DOC-TOTAL-LINE.                                           00013300
           05 FILLER           PIC X(08) VALUE '  APPTS:'.              00013400
           05 RPT-T-APPTS      PIC ZZZZ9.                               00013500
           05 FILLER           PIC X(07) VALUE '  KEPT:'.               00013600
           05 RPT-T-KEPT       PIC ZZZZ9.                               00013700
           05 FILLER           PIC X(11) VALUE '  NO-SHOWS:'.           00013800
           05 RPT-T-NSHW       PIC ZZZZ9.                               00013900
           05 FILLER           PIC X(08) VALUE '  RATE: '.              00014000
           05 RPT-T-RATE       PIC ZZ9.9.                               00014100
           05 FILLER           PIC X(02) VALUE ' %'.                    00014200
           05 FILLER           PIC X(24) VALUE SPACE.                   00014300
                                                                        00014400
       01 RPT-CLINIC-TOTAL-LINE.                                        00014500
           05 FILLER           PIC X(08) VALUE 'CLINIC: '.              00014600
           05 FILLER           PIC X(06) VALUE 'APPTS:'.                00014700
           05 RPT-C-APPTS      PIC ZZZZZZZ9.                            00014800
           05 FILLER           PIC X(07) VALUE '  KEPT:'.               00014900
           05 RPT-C-KEPT       PIC ZZZZZZZ9.                            00015000
           05 FILLER           PIC X(11) VALUE '  NO-SHOWS:'.           00015100
           05 RPT-C-NSHW       PIC ZZZZZZZ9.                            00015200
           05 FILLER           PIC X(08) VALUE '  RATE: '.              00015300
           05 RPT-C-RATE       PIC ZZ9.9.                               00015400
           05 FILLER           PIC X(02) VALUE ' %'.                    00015500
           05 FILLER           PIC X(09) VALUE SPACE.                   00015600
                                                                        00015700
      *-----------------------*                                         00015800
       PROCEDURE DIVISION.                                              00015900
      *-----------------------*                                         00016000
                                                                        00016100
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00016200
                                                                        00016300
           PERFORM 1000-INIT                                            00016400
              THRU 1000-INIT-END.                                       00016500
                                                                        00016600
           DISPLAY '1_____NO-SHOWS BY DOCTOR'.                          00016700
           PERFORM 3000-REPORT-NEXT-DOCTOR                              00016800
              THRU 3000-REPORT-NEXT-DOCTOR-END                          00016900
              VARYING WS-SUB FROM 1 BY 1                                00017000
              UNTIL WS-SUB > WS-MON-COUNT.                              00017100
                                                                        00017200
           DISPLAY '2_____CLINIC TOTAL'.                                00017300
           PERFORM 4000-WRITE-CLINIC-TOTAL                              00017400
              THRU 4000-WRITE-CLINIC-TOTAL-END.                         00017500
                                                                        00017600
           CLOSE RPT01-OUT.                                             00017700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00017800
           DISPLAY 'APPOINTMENTS IN MONTH: ' WS-NO-APPTS.               00017900
           DISPLAY 'KEPT                 : ' WS-NO-KEPT.                00018000
           DISPLAY 'NO-SHOWS             : ' WS-NO-NOSHOWS.             00018100
           DISPLAY 'DOCTORS ON REPORT    : ' WS-NO-DOCTORS.             00018200
                                                                        00018300
           GOBACK.                                                      00018400
                                                                        00018500
      *------------*                                                    00018600
       1000-INIT.                                                       00018700
      *------------*                                                    00018800
           DISPLAY "***** INIT PROCESS *****".                          00018900
                                                                        00019000
           MOVE SPACE TO WS-FILE-STATUS.                                00019100
           MOVE ZEROES TO WS-COUNTERS.                                  00019200
                                                                        00019300
           OPEN INPUT CTLCARD.                                          00019400
                                                                        00019500
           IF WS-CTL-FS NOT = "00"                                      00019600
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00019700
             PERFORM 9999-ABEND                                         00019800
                THRU 9999-ABEND-END                                     00019900
           END-IF.                                                      00020000
                                                                        00020100
           READ CTLCARD INTO CTL-CARD-REC                               00020200
              AT END                                                    00020300
      D         DISPLAY "CTLCARD IS EMPTY - NO REPORT MONTH SUPPLIED"   00020400
                PERFORM 9999-ABEND                                      00020500
                   THRU 9999-ABEND-END                                  00020600
           END-READ.                                                    00020700
                                                                        00020800
           MOVE CTL-RPT-MONTH TO WS-RPT-MONTH.                          00020900
           CLOSE CTLCARD.                                               00021000
                                                                        00021100
           IF WS-RPT-MONTH NOT NUMERIC                                  00021200
              DISPLAY 'CTLCARD REPORT MONTH NOT NUMERIC: '              00021300
                 WS-RPT-MONTH                                           00021400
              PERFORM 9999-ABEND                                        00021500
                 THRU 9999-ABEND-END                                    00021600
           END-IF.                                                      00021700
                                                                        00021800
           OPEN INPUT APPT-IN.                                          00021900
           IF WS-APT-FS NOT = '00'                                      00022000
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00022100
              PERFORM 9999-ABEND                                        00022200
                 THRU 9999-ABEND-END                                    00022300
           END-IF.                                                      00022400
           PERFORM 1100-LOAD-MON-TABLE                                  00022500
              THRU 1100-LOAD-MON-TABLE-END                              00022600
              UNTIL WS-APT-EOF.                                         00022700
           CLOSE APPT-IN.                                               00022800
           DISPLAY 'APPOINTMENTS FOR THE MONTH: ' WS-MON-COUNT.         00022900
                                                                        00023000
           OPEN OUTPUT RPT01-OUT.                                       00023100
           MOVE WS-RPT-MONTH TO RPT-H1-MONTH.                           00023200
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00023300
                                                                        00023400
           DISPLAY "***** FIN INIT PROCESS *****".                      00023500
                                                                        00023600
      *----------------*                                                00023700
       1000-INIT-END.                                                   00023800
      *----------------*                                                00023900
           EXIT.                                                        00024000
                                                                        00024100
      *-----------------------*                                         00024200
       1100-LOAD-MON-TABLE.                                             00024300
      *-----------------------*                                         00024400
           READ APPT-IN                                                 00024500
           END-READ.                                                    00024600
                                                                        00024700
           EVALUATE TRUE                                                00024800
             WHEN WS-APT-FS = '00'                                      00024900
      *        cancelled appointments never fell due, they do not       00025000
      *        count for or against the doctor                          00025100
               IF APT-DATE (1:6) = WS-RPT-MONTH                         00025200
                  AND APT-STATUS NOT = 'C'                              00025300
                  IF WS-MON-COUNT < WS-MON-MAX                          00025400
                     ADD 1 TO WS-MON-COUNT                              00025500
                     SET MON-IDX TO WS-MON-COUNT                        00025600
                     MOVE APT-PATIENID TO WS-MN-PATIENID (MON-IDX)      00025700
                     MOVE APT-DATE     TO WS-MN-DATE (MON-IDX)          00025800
                     MOVE APT-TIME     TO WS-MN-TIME (MON-IDX)          00025900
                     MOVE APT-DOCTOR   TO WS-MN-DOCTOR (MON-IDX)        00026000
                     MOVE APT-TRTNAME  TO WS-MN-TRTNAME (MON-IDX)       00026100
                     MOVE APT-STATUS   TO WS-MN-STATUS (MON-IDX)        00026200
                     MOVE 'N'          TO WS-MN-DONE (MON-IDX)          00026300
                  ELSE                                                  00026400
                     DISPLAY 'MONTH TABLE FULL - RUN STOPPED: '         00026500
                        APT-PATIENID ' ' APT-DATE                       00026600
                     MOVE 16 TO RETURN-CODE                             00026700
                     PERFORM 9999-ABEND                                 00026800
                        THRU 9999-ABEND-END                             00026900
                  END-IF                                                00027000
               END-IF                                                   00027100
             WHEN WS-APT-FS = '10'                                      00027200
               SET WS-APT-EOF TO TRUE                                   00027300
             WHEN OTHER                                                 00027400
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00027500
               PERFORM 9999-ABEND                                       00027600
                  THRU 9999-ABEND-END                                   00027700
           END-EVALUATE.                                                00027800
      *-----------------------*                                         00027900
       1100-LOAD-MON-TABLE-END.                                         00028000
      *-----------------------*                                         00028100
           EXIT.                                                        00028200
                                                                        00028300
      *-----------------------*                                         00028400
       3000-REPORT-NEXT-DOCTOR.                                         00028500
      *-----------------------*                                         00028600
      *    the table is walked in order; the first appointment          00028700
      *    not yet counted opens its doctor's group                     00028800
           SET MON-IDX TO WS-SUB.                                       00028900
           IF WS-MN-DONE (MON-IDX) = 'Y'                                00029000
              GO TO 3000-REPORT-NEXT-DOCTOR-END                         00029100
           END-IF.                                                      00029200
           MOVE WS-MN-DOCTOR (MON-IDX) TO WS-CUR-DOCTOR.                00029300
           ADD 1 TO WS-NO-DOCTORS.                                      00029400
           MOVE ZERO TO WS-DOC-APPT-CNT.                                00029500
           MOVE ZERO TO WS-DOC-KEPT-CNT.                                00029600
           MOVE ZERO TO WS-DOC-NSHW-CNT.                                00029700
                                                                        00029800
           MOVE WS-CUR-DOCTOR TO RPT-D-DOCTOR.                          00029900
           WRITE RPT01-OUT-REC FROM RPT-DOC-HEADER                      00030000
              AFTER ADVANCING 2 LINES.                                  00030100
                                                                        00030200
           PERFORM 3100-COUNT-ONE-APPT                                  00030300
              THRU 3100-COUNT-ONE-APPT-END                              00030400
              VARYING MON-IDX FROM 1 BY 1                               00030500
              UNTIL MON-IDX > WS-MON-COUNT.                             00030600
                                                                        00030700
      *    the rate is taken on the appointments that fell due,         00030800
      *    kept or missed; those still booked are left out              00030900
           COMPUTE WS-DUE-CNT = WS-DOC-KEPT-CNT + WS-DOC-NSHW-CNT.      00031000
           IF WS-DUE-CNT > 0                                            00031100
              COMPUTE WS-RATE ROUNDED =                                 00031200
                 WS-DOC-NSHW-CNT * 100 / WS-DUE-CNT                     00031300
           ELSE                                                         00031400
              MOVE ZERO TO WS-RATE                                      00031500
           END-IF.                                                      00031600
                                                                        00031700
           MOVE WS-DOC-APPT-CNT TO RPT-T-APPTS.                         00031800
           MOVE WS-DOC-KEPT-CNT TO RPT-T-KEPT.                          00031900
           MOVE WS-DOC-NSHW-CNT TO RPT-T-NSHW.                          00032000
           MOVE WS-RATE         TO RPT-T-RATE.                          00032100
           WRITE RPT01-OUT-REC FROM RPT-DOC-TOTAL-LINE                  00032200
              AFTER ADVANCING 1 LINE.                                   00032300
      *-----------------------*                                         00032400
       3000-REPORT-NEXT-DOCTOR-END.                                     00032500
      *-----------------------*                                         00032600
           EXIT.                                                        00032700
                                                                        00032800
      *-----------------------*                                         00032900
       3100-COUNT-ONE-APPT.                                             00033000
      *-----------------------*                                         00033100
           IF WS-MN-DOCTOR (MON-IDX) NOT = WS-CUR-DOCTOR                00033200
              GO TO 3100-COUNT-ONE-APPT-END                             00033300
           END-IF.                                                      00033400
           MOVE 'Y' TO WS-MN-DONE (MON-IDX).                            00033500
           ADD 1 TO WS-DOC-APPT-CNT.                                    00033600
           ADD 1 TO WS-NO-APPTS.                                        00033700
                                                                        00033800
           EVALUATE WS-MN-STATUS (MON-IDX)                              00033900
             WHEN 'K'                                                   00034000
               ADD 1 TO WS-DOC-KEPT-CNT                                 00034100
               ADD 1 TO WS-NO-KEPT                                      00034200
             WHEN 'N'                                                   00034300
               ADD 1 TO WS-DOC-NSHW-CNT                                 00034400
               ADD 1 TO WS-NO-NOSHOWS                                   00034500
               MOVE WS-MN-DATE (MON-IDX)     TO RPT-N-DATE              00034600
               MOVE WS-MN-TIME (MON-IDX)     TO RPT-N-TIME              00034700
               MOVE WS-MN-PATIENID (MON-IDX) TO RPT-N-PATIENID          00034800
               MOVE WS-MN-TRTNAME (MON-IDX)  TO RPT-N-TRTNAME           00034900
               WRITE RPT01-OUT-REC FROM RPT-NSHW-LINE                   00035000
                  AFTER ADVANCING 1 LINE                                00035100
             WHEN OTHER                                                 00035200
               CONTINUE                                                 00035300
           END-EVALUATE.                                                00035400
      *-----------------------*                                         00035500
       3100-COUNT-ONE-APPT-END.                                         00035600
      *-----------------------*                                         00035700
           EXIT.                                                        00035800
                                                                        00035900
      *-----------------------*                                         00036000
       4000-WRITE-CLINIC-TOTAL.                                         00036100
      *-----------------------*                                         00036200
           COMPUTE WS-DUE-CNT = WS-NO-KEPT + WS-NO-NOSHOWS.             00036300
           IF WS-DUE-CNT > 0                                            00036400
              COMPUTE WS-RATE ROUNDED =                                 00036500
                 WS-NO-NOSHOWS * 100 / WS-DUE-CNT                       00036600
           ELSE                                                         00036700
              MOVE ZERO TO WS-RATE                                      00036800
           END-IF.                                                      00036900
                                                                        00037000
           MOVE WS-NO-APPTS   TO RPT-C-APPTS.                           00037100
           MOVE WS-NO-KEPT    TO RPT-C-KEPT.                            00037200
           MOVE WS-NO-NOSHOWS TO RPT-C-NSHW.                            00037300
           MOVE WS-RATE       TO RPT-C-RATE.                            00037400
           WRITE RPT01-OUT-REC FROM RPT-CLINIC-TOTAL-LINE               00037500
              AFTER ADVANCING 2 LINES.                                  00037600
      *-----------------------*                                         00037700
       4000-WRITE-CLINIC-TOTAL-END.                                     00037800
      *-----------------------*                                         00037900
           EXIT.                                                        00038000
                                                                        00038100
      *-------------------*                                             00038200
       9999-ABEND.                                                      00038300
      *-------------------*                                             00038400
      D    DISPLAY "WE ARE IN ABEND".                                   00038500
      *    WE FORCE AN ABEND                                            00038600
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00038700
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00038800
           GOBACK.                                                      00038900
      *-------------------*                                             00039000
       9999-ABEND-END.                                                  00039100
      *-------------------*                                             00039200
           EXIT.                                                        00039300
