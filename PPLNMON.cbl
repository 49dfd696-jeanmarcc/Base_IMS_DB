      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PPLNMON.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Suivi mensuel des ententes de paiement. Pour chaque        00000900
      *      entente ouverte de PLANFILE (a jour ou rompue), lit        00001000
      *      les segments PAYMENT du patient (paiements du              00001100
      *      patient seulement, pas les remises des payeurs ni          00001200
      *      les cheques retournes, PAY-RETURNED = 'R')                 00001300
      *      recus depuis la date de debut, les compare aux             00001400
      *      versements echus a la date du CTLCARD et marque            00001500
      *      l'entente a jour (C), rompue (B) ou soldee (P). Le         00001600
      *      prochain versement et sa date d'echeance sont portes       00001700
      *      sur l'entente pour PBMSTMT; PBCOLL remet une entente       00001800
      *      rompue dans le recouvrement a l'etape ou il l'avait        00001900
      *      laissee.                                                   00002000
      *                                                                 00002100
      * Fichier entree: CTLCARD, date du suivi (YYYYMMDD)               00002200
      * Fichier entree: PLANIN, ententes courantes                      00002300
      * Fichier sortie: PLANOUT, ententes mises a jour                  00002400
      * Fichier sortie: PLNMRPT, rapport du suivi                       00002500
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
       ENVIRONMENT DIVISION.                                            00002800
      *--------------------*                                            00002900
       CONFIGURATION SECTION.                                           00003000
       OBJECT-COMPUTER.                                                 00003100
       SOURCE-COMPUTER.                                                 00003200
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-CTL-FS.                                    00003800
           SELECT PLAN-IN ASSIGN TO PLANIN                              00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-PLN-FS.                                    00004100
           SELECT PLAN-OUT ASSIGN TO PLANOUT                            00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-PLNO-FS.                                   00004400
           SELECT RPT01-OUT ASSIGN TO PLNMRPT                           00004500
           ORGANIZATION IS LINE SEQUENTIAL                              00004600
           FILE STATUS IS WS-RPT01-FS.                                  00004700
      *----------------*                                                00004800
       DATA DIVISION.                                                   00004900
      *----------------*                                                00005000
       FILE SECTION.                                                    00005100
                                                                        00005200
       FD  CTLCARD RECORDING MODE F.                                    00005300
       01  CTL-CARD-REC.                                                00005400
           05 CTL-ASOF-DATE             PIC X(08).                      00005500
           05 FILLER                    PIC X(72).                      00005600
                                                                        00005700
      *    entente de paiement d'un patient (C=a jour, B=rompue,        00005800
      *    P=soldee, X=annulee)                                         00005900
       FD  PLAN-IN RECORDING MODE F.                                    00006000
       01  PLN-REC.                                                     00006100
           05 PLN-PATIENID              PIC X(05).                      00006200
           05 PLN-TOTAL                 PIC 9(07)V99.                   00006300
           05 PLN-INSTALL               PIC 9(07)V99.                   00006400
           05 PLN-DUE-DAY               PIC 9(02).                      00006500
           05 PLN-START-DATE            PIC X(08).                      00006600
           05 PLN-START-DATE-R REDEFINES PLN-START-DATE.                00006700
              10 PLN-START-YY           PIC 9(04).                      00006800
              10 PLN-START-MM           PIC 9(02).                      00006900
              10 PLN-START-DD           PIC 9(02).                      00007000
           05 PLN-STATUS                PIC X(01).                      00007100
           05 PLN-PAID                  PIC 9(07)V99.                   00007200
           05 PLN-NEXT-DUE              PIC X(08).                      00007300
           05 PLN-NEXT-AMT              PIC 9(07)V99.                   00007400
           05 PLN-CHECK-DATE            PIC X(08).                      00007500
           05 FILLER                    PIC X(12).                      00007600
                                                                        00007700
       FD  PLAN-OUT RECORDING MODE F.                                   00007800
       01  PLAN-OUT-REC                 PIC X(80).                      00007900
                                                                        00008000
       FD  RPT01-OUT RECORDING MODE F.                                  00008100
       01  RPT01-OUT-REC                PIC X(80).                      00008200
                                                                        00008300
      *-----------------------*                                         00008400
       WORKING-STORAGE SECTION.                                         00008500
      *-----------------------*                                         00008600
       01 WS-FILE-STATUS.                                               00008700
          05 WS-CTL-FS                 PIC X(2).                        00008800
          05 WS-PLN-FS                 PIC X(2).                        00008900
          05 WS-PLNO-FS                PIC X(2).                        00009000
          05 WS-RPT01-FS               PIC X(2).                        00009100
                                                                        00009200
       01 WS-PLN-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009300
          88 WS-PLN-EOF                 VALUE 'TRUE'.                   00009400
                                                                        00009500
       01 WS-COUNTERS.                                                  00009600
           05 WS-NO-READ-PLN               PIC 9(8).                    00009700
           05 WS-NO-MONITORED              PIC 9(8).                    00009800
           05 WS-NO-CURRENT                PIC 9(8).                    00009900
           05 WS-NO-BROKEN                 PIC 9(8).                    00010000
           05 WS-NO-NEWLY-BROKEN           PIC 9(8).                    00010100
           05 WS-NO-PAID-OFF               PIC 9(8).                    00010200
           05 WS-NO-NO-PATIENT             PIC 9(8).                    00010300
                                                                        00010400
       01 WS-ASOF-DATE                  PIC X(08).                      00010500
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.                        00010600
          05 WS-ASOF-YY     PIC 9(04).                                  00010700
          05 WS-ASOF-MM     PIC 9(02).                                  00010800
          05 WS-ASOF-DD     PIC 9(02).                                  00010900
                                                                        00011000
      *    installments fall due on the due day of each month,          00011100
      *    counted as month numbers (yyyy * 12 + mm): the first         00011200
      *    is the first due day on or after the start date              00011300
       01 WS-MONTH-FIRST                PIC S9(7) COMP.                 00011400
       01 WS-MONTH-LAST                 PIC S9(7) COMP.                 00011500
       01 WS-MONTH-NEXT                 PIC S9(7) COMP.                 00011600
       01 WS-INSTALLS-DUE               PIC S9(5) COMP.                 00011700
       01 WS-NEXT-DATE.                                                 00011800
          05 WS-NEXT-YY     PIC 9(04).                                  00011900
          05 WS-NEXT-MM     PIC 9(02).                                  00012000
          05 WS-NEXT-DD     PIC 9(02).                                  00012100
                                                                        00012200
       01 WS-EXPECTED                   PIC S9(9)V99 VALUE 0.           00012300
       01 WS-PAID-SUM                   PIC S9(9)V99 VALUE 0.           00012400
       01 WS-REMAINING                  PIC S9(9)V99 VALUE 0.           00012500
       01 WS-OLD-STATUS                 PIC X(01).                      00012600
       01 WS-PATIENT-FOUND              PIC X(01) VALUE 'N'.            00012700
          88 WS-PATIENT-ON-DB           VALUE 'Y'.                      00012800
                                                                        00012900
       01 RPT-HEADER-1.                                                 00013000
           05 FILLER           PIC X(29) VALUE                          00013100
                'PAYMENT PLAN MONITOR  AS OF: '.                        00013200
           05 RPT-H1-ASOF      PIC X(08).                               00013300
           05 FILLER           PIC X(43) VALUE SPACE.                   00013400
                                                                        00013500
       01 RPT-HEADER-2.                                                 00013600
           05 FILLER           PIC X(06) VALUE 'PATID'.                 00013700
           05 FILLER           PIC X(13) VALUE 'INSTALLMENT'.           00013800
           05 FILLER           PIC X(13) VALUE 'EXPECTED'.              00013900
           05 FILLER           PIC X(13) VALUE 'PAID'.                  00014000
           05 FILLER           PIC X(09) VALUE 'NEXT DUE'.              00014100
           05 FILLER           PIC X(03) VALUE 'ST'.                    00014200
           05 FILLER           PIC X(23) VALUE 'CHANGE'.                00014300
                                                                        00014400
       01 RPT-DETAIL-LINE.                                              00014500
           05 RPT-D-PATIENID   PIC X(05).                               00014600
           05 FILLER           PIC X(01) VALUE SPACE.                   00014700
           05 RPT-D-INSTALL    PIC Z,ZZZ,ZZ9.99.                        00014800
           05 FILLER           PIC X(01) VALUE SPACE.                   00014900
           05 RPT-D-EXPECTED   PIC Z,ZZZ,ZZ9.99.                        00015000
           05 FILLER           PIC X(01) VALUE SPACE.                   00015100
           05 RPT-D-PAID       PIC Z,ZZZ,ZZ9.99.                        00015200
           05 FILLER           PIC X(01) VALUE SPACE.                   00015300
           05 RPT-D-NEXT-DUE   PIC X(08).                               00015400
           05 FILLER           PIC X(01) VALUE SPACE.                   00015500
           05 RPT-D-STATUS     PIC X(01).                               00015600
           05 FILLER           PIC X(02) VALUE SPACE.                   00015700
           05 RPT-D-CHANGE     PIC X(21).                               00015800
                                                                        00015900
       01 RPT-STATUS-LINE.                                              00016000
           05 RPT-S-LABEL      PIC X(20).                               00016100
           05 RPT-S-CNT        PIC ZZZZZZZ9.                            00016200
           05 FILLER           PIC X(52) VALUE SPACE.                   00016300
                                                                        00016400
       01 QUAL-SSA-PATIENT.                                             00016500
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00016600
           05  FILLER      PIC X(01) VALUE '('.                         00016700
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00016800
           05  OPER        PIC X(02) VALUE 'EQ'.                        00016900
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00017000
           05  FILLER      PIC X(01) VALUE ')'.                         00017100
                                                                        00017200
       01 UNQUAL-SSA-BILLING.                                           00017300
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00017400
           05 FILLER PIC X VALUE SPACE.                                 00017500
                                                                        00017600
       01 UNQUAL-SSA-PAYMENT.                                           00017700
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00017800
           05 FILLER PIC X VALUE SPACE.                                 00017900
                                                                        00018000
       01 DLI-FUNCTIONS.                                                00018100
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00018200
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00018300
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00018400
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00018500
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00018600
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00018700
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00018800
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00018900
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00019000
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00019100
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00019200
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00019300
                                                                        00019400
       01 SEG-IO-AREA     PIC X(60).                                    00019500
                                                                        00019600
       01 WS-PAYMENT-READ-SEG.                                          00019700
          05 WS-PR-PAYDATE   PIC X(08).                                 00019800
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00019900
          05 WS-PR-PAYMETH   PIC X(02).                                 00020000
          05 WS-PR-PAYREF    PIC X(12).                                 00020100
          05 WS-PR-PAY-FACILITY PIC X(02).                              00020200
          05 WS-PR-PAYERCD   PIC X(08).                                 00020300
          05 WS-PR-RETURNED  PIC X(01).                                 00020400
             88 WS-PR-IS-RETURNED  VALUE 'R'.                           00020500
          05 WS-PR-RETDATE   PIC X(08).                                 00020600
          05 FILLER          PIC X(10).                                 00020700
                                                                        00020800
       01 WS-DLI-FUNCTION PIC X(4).                                     00020900
                                                                        00021000
      *-----------------------*                                         00021100
       LINKAGE SECTION.                                                 00021200
      *-----------------------*                                         00021300
                                                                        00021400
      * psb to get and insert                                           00021500
        01 PCB-MASK-GI.                                                 00021600
           03 DBD-NAME        PIC X(8).                                 00021700
           03 SEG-LEVEL       PIC XX.                                   00021800
           03 STATUS-CODE     PIC XX.                                   00021900
           03 PROC-OPT        PIC X(4).                                 00022000
           03 FILLER          PIC X(4).                                 00022100
           03 SEG-NAME        PIC X(8).                                 00022200
           03 KEY-FDBK        PIC S9(5) COMP.                           00022300
           03 NUM-SENSEG      PIC S9(5) COMP.                           00022400
           03 KEY-FDBK-AREA.                                            00022500
              05 PATIENT-KEY    PIC X(5).                               00022600
              05 MEDICAL-KEY    PIC X(6).                               00022700
              05 DRUG-KEY       PIC X(8).                               00022800
              05 BILLING-KEY    PIC X(8).                               00022900
                                                                        00023000
      *-----------------------*                                         00023100
       PROCEDURE DIVISION.                                              00023200
      *-----------------------*                                         00023300
                                                                        00023400
           INITIALIZE PCB-MASK-GI.                                      00023500
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00023600
                                                                        00023700
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00023800
                                                                        00023900
           PERFORM 1000-INIT                                            00024000
              THRU 1000-INIT-END.                                       00024100
                                                                        00024200
           DISPLAY '1_____MONITOR THE PAYMENT PLANS'.                   00024300
           PERFORM 2000-MONITOR-PLAN                                    00024400
              THRU 2000-MONITOR-PLAN-END                                00024500
              UNTIL WS-PLN-EOF.                                         00024600
                                                                        00024700
           PERFORM 7000-WRITE-TOTALS                                    00024800
              THRU 7000-WRITE-TOTALS-END.                               00024900
                                                                        00025000
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00025100
           DISPLAY 'PLANS READ       : ' WS-NO-READ-PLN.                00025200
           DISPLAY 'PLANS MONITORED  : ' WS-NO-MONITORED.               00025300
           DISPLAY 'CURRENT          : ' WS-NO-CURRENT.                 00025400
           DISPLAY 'BROKEN           : ' WS-NO-BROKEN.                  00025500
           DISPLAY 'NEWLY BROKEN     : ' WS-NO-NEWLY-BROKEN.            00025600
           DISPLAY 'PAID OFF         : ' WS-NO-PAID-OFF.                00025700
           DISPLAY 'PATIENT NOT FOUND: ' WS-NO-NO-PATIENT.              00025800
           CLOSE PLAN-IN.                                               00025900
           CLOSE PLAN-OUT.                                              00026000
           CLOSE RPT01-OUT.                                             00026100
                                                                        00026200
           IF WS-NO-NEWLY-BROKEN > 0                                    00026300
              OR WS-NO-NO-PATIENT > 0                                   00026400
              MOVE 4 TO RETURN-CODE                                     00026500
           END-IF.                                                      00026600
                                                                        00026700
           GOBACK.                                                      00026800
                                                                        00026900
      *------------*                                                    00027000
       1000-INIT.                                                       00027100
      *------------*                                                    00027200
           DISPLAY "***** INIT PROCESS *****".                          00027300
                                                                        00027400
           MOVE SPACE TO WS-FILE-STATUS.                                00027500
           MOVE ZEROES TO WS-COUNTERS.                                  00027600
                                                                        00027700
           OPEN INPUT CTLCARD.                                          00027800
                                                                        00027900
           IF WS-CTL-FS NOT = "00"                                      00028000
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00028100
             PERFORM 9999-ABEND                                         00028200
                THRU 9999-ABEND-END                                     00028300
           END-IF.                                                      00028400
                                                                        00028500
           READ CTLCARD INTO CTL-CARD-REC                               00028600
              AT END                                                    00028700
      D         DISPLAY "CTLCARD IS EMPTY - NO AS-OF DATE SUPPLIED"     00028800
                PERFORM 9999-ABEND                                      00028900
                   THRU 9999-ABEND-END                                  00029000
           END-READ.                                                    00029100
                                                                        00029200
           MOVE CTL-ASOF-DATE TO WS-ASOF-DATE.                          00029300
           CLOSE CTLCARD.                                               00029400
                                                                        00029500
           IF WS-ASOF-DATE NOT NUMERIC                                  00029600
              DISPLAY 'CTLCARD AS-OF DATE NOT NUMERIC: ' WS-ASOF-DATE   00029700
              PERFORM 9999-ABEND                                        00029800
                 THRU 9999-ABEND-END                                    00029900
           END-IF.                                                      00030000
                                                                        00030100
           OPEN INPUT PLAN-IN.                                          00030200
           IF WS-PLN-FS NOT = "00"                                      00030300
      D      DISPLAY "ERROR OPEN FILE PLANIN: " WS-PLN-FS               00030400
             PERFORM 9999-ABEND                                         00030500
                THRU 9999-ABEND-END                                     00030600
           END-IF.                                                      00030700
                                                                        00030800
           OPEN OUTPUT PLAN-OUT.                                        00030900
           OPEN OUTPUT RPT01-OUT.                                       00031000
           MOVE WS-ASOF-DATE TO RPT-H1-ASOF.                            00031100
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00031200
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00031300
              AFTER ADVANCING 2 LINES.                                  00031400
                                                                        00031500
      *    first read of the plan file                                  00031600
           PERFORM 8100-READ-PLAN                                       00031700
              THRU 8100-READ-PLAN-END.                                  00031800
                                                                        00031900
           DISPLAY "***** FIN INIT PROCESS *****".                      00032000
                                                                        00032100
      *----------------*                                                00032200
       1000-INIT-END.                                                   00032300
      *----------------*                                                00032400
           EXIT.                                                        00032500
                                                                        00032600
      *-----------------------*                                         00032700
       2000-MONITOR-PLAN.                                               00032800
      *-----------------------*                                         00032900
      *    paid-off and cancelled plans carry forward untouched         00033000
           IF PLN-STATUS NOT = 'C'                                      00033100
              AND PLN-STATUS NOT = 'B'                                  00033200
              GO TO 2000-MONITOR-PLAN-NEXT                              00033300
           END-IF.                                                      00033400
           ADD 1 TO WS-NO-MONITORED.                                    00033500
           MOVE PLN-STATUS TO WS-OLD-STATUS.                            00033600
                                                                        00033700
           PERFORM 3000-SUM-PLAN-PAYMENTS                               00033800
              THRU 3000-SUM-PLAN-PAYMENTS-END.                          00033900
           IF NOT WS-PATIENT-ON-DB                                      00034000
              DISPLAY 'PLAN PATIENT NOT ON DATABASE: ' PLN-PATIENID     00034100
              ADD 1 TO WS-NO-NO-PATIENT                                 00034200
              GO TO 2000-MONITOR-PLAN-NEXT                              00034300
           END-IF.                                                      00034400
                                                                        00034500
           PERFORM 3100-INSTALLMENTS-DUE                                00034600
              THRU 3100-INSTALLMENTS-DUE-END.                           00034700
                                                                        00034800
           MOVE WS-PAID-SUM  TO PLN-PAID.                               00034900
           MOVE WS-ASOF-DATE TO PLN-CHECK-DATE.                         00035000
           COMPUTE WS-REMAINING = PLN-TOTAL - WS-PAID-SUM.              00035100
                                                                        00035200
           EVALUATE TRUE                                                00035300
             WHEN WS-REMAINING NOT > 0                                  00035400
               MOVE 'P'   TO PLN-STATUS                                 00035500
               MOVE SPACE TO PLN-NEXT-DUE                               00035600
               MOVE ZERO  TO PLN-NEXT-AMT                               00035700
               MOVE 'PAID OFF' TO RPT-D-CHANGE                          00035800
               ADD 1 TO WS-NO-PAID-OFF                                  00035900
             WHEN WS-PAID-SUM NOT < WS-EXPECTED                         00036000
               MOVE 'C' TO PLN-STATUS                                   00036100
               ADD 1 TO WS-NO-CURRENT                                   00036200
               IF WS-OLD-STATUS = 'B'                                   00036300
                  MOVE 'BROUGHT CURRENT' TO RPT-D-CHANGE                00036400
               ELSE                                                     00036500
                  MOVE SPACE TO RPT-D-CHANGE                            00036600
               END-IF                                                   00036700
             WHEN OTHER                                                 00036800
               MOVE 'B' TO PLN-STATUS                                   00036900
               ADD 1 TO WS-NO-BROKEN                                    00037000
               IF WS-OLD-STATUS = 'C'                                   00037100
                  MOVE 'NEWLY BROKEN' TO RPT-D-CHANGE                   00037200
                  ADD 1 TO WS-NO-NEWLY-BROKEN                           00037300
                  DISPLAY 'PLAN BROKEN: ' PLN-PATIENID                  00037400
                     ' EXPECTED ' WS-EXPECTED ' PAID ' WS-PAID-SUM      00037500
               ELSE                                                     00037600
                  MOVE 'STILL BROKEN' TO RPT-D-CHANGE                   00037700
               END-IF                                                   00037800
           END-EVALUATE.                                                00037900
                                                                        00038000
      *    the next installment, never more than what is left           00038100
           IF PLN-STATUS NOT = 'P'                                      00038200
              MOVE WS-NEXT-DATE TO PLN-NEXT-DUE                         00038300
              IF WS-REMAINING < PLN-INSTALL                             00038400
                 MOVE WS-REMAINING TO PLN-NEXT-AMT                      00038500
              ELSE                                                      00038600
                 MOVE PLN-INSTALL  TO PLN-NEXT-AMT                      00038700
              END-IF                                                    00038800
           END-IF.                                                      00038900
                                                                        00039000
           MOVE PLN-PATIENID TO RPT-D-PATIENID.                         00039100
           MOVE PLN-INSTALL  TO RPT-D-INSTALL.                          00039200
           MOVE WS-EXPECTED  TO RPT-D-EXPECTED.                         00039300
           MOVE WS-PAID-SUM  TO RPT-D-PAID.                             00039400
           MOVE PLN-NEXT-DUE TO RPT-D-NEXT-DUE.                         00039500
           MOVE PLN-STATUS   TO RPT-D-STATUS.                           00039600
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00039700
              AFTER ADVANCING 1 LINE.                                   00039800
                                                                        00039900
       2000-MONITOR-PLAN-NEXT.                                          00040000
           WRITE PLAN-OUT-REC FROM PLN-REC.                             00040100
           PERFORM 8100-READ-PLAN                                       00040200
              THRU 8100-READ-PLAN-END.                                  00040300
      *-----------------------*                                         00040400
       2000-MONITOR-PLAN-END.                                           00040500
      *-----------------------*                                         00040600
           EXIT.                                                        00040700
                                                                        00040800
      *-------------------------*                                       00040900
       3000-SUM-PLAN-PAYMENTS.                                          00041000
      *-------------------------*                                       00041100
      *    what the patient paid on the account since the plan          00041200
      *    started, up to the monitor date                              00041300
           MOVE ZERO TO WS-PAID-SUM.                                    00041400
           MOVE 'N' TO WS-PATIENT-FOUND.                                00041500
           MOVE PLN-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.          00041600
           INITIALIZE SEG-IO-AREA.                                      00041700
           CALL 'CBLTDLI' USING DLI-GU,                                 00041800
                                PCB-MASK-GI,                            00041900
                                SEG-IO-AREA,                            00042000
                                QUAL-SSA-PATIENT.                       00042100
           IF STATUS-CODE NOT = '  '                                    00042200
              GO TO 3000-SUM-PLAN-PAYMENTS-END                          00042300
           END-IF.                                                      00042400
           MOVE 'Y' TO WS-PATIENT-FOUND.                                00042500
                                                                        00042600
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00042700
           PERFORM 3010-NEXT-BILLING                                    00042800
              THRU 3010-NEXT-BILLING-END                                00042900
              UNTIL STATUS-CODE NOT = SPACE.                            00043000
      *-------------------------*                                       00043100
       3000-SUM-PLAN-PAYMENTS-END.                                      00043200
      *-------------------------*                                       00043300
           EXIT.                                                        00043400
                                                                        00043500
      *-------------------------*                                       00043600
       3010-NEXT-BILLING.                                               00043700
      *-------------------------*                                       00043800
           INITIALIZE SEG-IO-AREA.                                      00043900
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00044000
                                PCB-MASK-GI,                            00044100
                                SEG-IO-AREA,                            00044200
                                QUAL-SSA-PATIENT,                       00044300
                                UNQUAL-SSA-BILLING.                     00044400
                                                                        00044500
           IF STATUS-CODE = '  '                                        00044600
              PERFORM 3020-SUM-PAYMENTS                                 00044700
                 THRU 3020-SUM-PAYMENTS-END                             00044800
                 UNTIL STATUS-CODE NOT = SPACE                          00044900
              MOVE '  ' TO STATUS-CODE                                  00045000
           END-IF.                                                      00045100
      *-------------------------*                                       00045200
       3010-NEXT-BILLING-END.                                           00045300
      *-------------------------*                                       00045400
           EXIT.                                                        00045500
                                                                        00045600
      *-------------------------*                                       00045700
       3020-SUM-PAYMENTS.                                               00045800
      *-------------------------*                                       00045900
      *    GNP under the invoice just read walks its payments           00046000
      *    only; a payer remittance is not an installment, nor          00046100
      *    is a check the bank returned (PBNSF)                         00046200
           INITIALIZE SEG-IO-AREA.                                      00046300
           CALL 'CBLTDLI' USING DLI-GNP,                                00046400
                                PCB-MASK-GI,                            00046500
                                SEG-IO-AREA,                            00046600
                                UNQUAL-SSA-PAYMENT.                     00046700
                                                                        00046800
           IF STATUS-CODE = '  '                                        00046900
              MOVE SEG-IO-AREA TO WS-PAYMENT-READ-SEG                   00047000
              IF WS-PR-PAYAMT NUMERIC                                   00047100
                 AND WS-PR-PAYERCD = SPACE                              00047200
                 AND NOT WS-PR-IS-RETURNED                              00047300
                 AND WS-PR-PAYDATE NOT < PLN-START-DATE                 00047400
                 AND WS-PR-PAYDATE NOT > WS-ASOF-DATE                   00047500
                 ADD WS-PR-PAYAMT TO WS-PAID-SUM                        00047600
              END-IF                                                    00047700
           END-IF.                                                      00047800
      *-------------------------*                                       00047900
       3020-SUM-PAYMENTS-END.                                           00048000
      *-------------------------*                                       00048100
           EXIT.                                                        00048200
                                                                        00048300
      *-------------------------*                                       00048400
       3100-INSTALLMENTS-DUE.                                           00048500
      *-------------------------*                                       00048600
           COMPUTE WS-MONTH-FIRST = (PLN-START-YY * 12)                 00048700
                                  + PLN-START-MM.                       00048800
           IF PLN-START-DD > PLN-DUE-DAY                                00048900
              ADD 1 TO WS-MONTH-FIRST                                   00049000
           END-IF.                                                      00049100
           COMPUTE WS-MONTH-LAST = (WS-ASOF-YY * 12) + WS-ASOF-MM.      00049200
           IF WS-ASOF-DD < PLN-DUE-DAY                                  00049300
              SUBTRACT 1 FROM WS-MONTH-LAST                             00049400
           END-IF.                                                      00049500
                                                                        00049600
           IF WS-MONTH-LAST < WS-MONTH-FIRST                            00049700
              MOVE ZERO TO WS-INSTALLS-DUE                              00049800
              MOVE WS-MONTH-FIRST TO WS-MONTH-NEXT                      00049900
           ELSE                                                         00050000
              COMPUTE WS-INSTALLS-DUE =                                 00050100
                 WS-MONTH-LAST - WS-MONTH-FIRST + 1                     00050200
              COMPUTE WS-MONTH-NEXT = WS-MONTH-LAST + 1                 00050300
           END-IF.                                                      00050400
                                                                        00050500
      *    the agreed total caps what can be expected                   00050600
           COMPUTE WS-EXPECTED = WS-INSTALLS-DUE * PLN-INSTALL.         00050700
           IF WS-EXPECTED > PLN-TOTAL                                   00050800
              MOVE PLN-TOTAL TO WS-EXPECTED                             00050900
           END-IF.                                                      00051000
                                                                        00051100
      *    month number back to a calendar date on the due day          00051200
           COMPUTE WS-NEXT-YY = (WS-MONTH-NEXT - 1) / 12.               00051300
           COMPUTE WS-NEXT-MM = WS-MONTH-NEXT - (WS-NEXT-YY * 12).      00051400
           MOVE PLN-DUE-DAY TO WS-NEXT-DD.                              00051500
      *-------------------------*                                       00051600
       3100-INSTALLMENTS-DUE-END.                                       00051700
      *-------------------------*                                       00051800
           EXIT.                                                        00051900
                                                                        00052000
      *-----------------------*                                         00052100
       7000-WRITE-TOTALS.                                               00052200
      *-----------------------*                                         00052300
           MOVE 'PLANS CURRENT       ' TO RPT-S-LABEL.                  00052400
           MOVE WS-NO-CURRENT TO RPT-S-CNT.                             00052500
           WRITE RPT01-OUT-REC FROM RPT-STATUS-LINE                     00052600
              AFTER ADVANCING 2 LINES.                                  00052700
           MOVE 'PLANS BROKEN        ' TO RPT-S-LABEL.                  00052800
           MOVE WS-NO-BROKEN TO RPT-S-CNT.                              00052900
           WRITE RPT01-OUT-REC FROM RPT-STATUS-LINE                     00053000
              AFTER ADVANCING 1 LINE.                                   00053100
           MOVE '  OF WHICH NEWLY    ' TO RPT-S-LABEL.                  00053200
           MOVE WS-NO-NEWLY-BROKEN TO RPT-S-CNT.                        00053300
           WRITE RPT01-OUT-REC FROM RPT-STATUS-LINE                     00053400
              AFTER ADVANCING 1 LINE.                                   00053500
           MOVE 'PLANS PAID OFF      ' TO RPT-S-LABEL.                  00053600
           MOVE WS-NO-PAID-OFF TO RPT-S-CNT.                            00053700
           WRITE RPT01-OUT-REC FROM RPT-STATUS-LINE                     00053800
              AFTER ADVANCING 1 LINE.                                   00053900
           MOVE 'PATIENT NOT FOUND   ' TO RPT-S-LABEL.                  00054000
           MOVE WS-NO-NO-PATIENT TO RPT-S-CNT.                          00054100
           WRITE RPT01-OUT-REC FROM RPT-STATUS-LINE                     00054200
              AFTER ADVANCING 1 LINE.                                   00054300
      *-----------------------*                                         00054400
       7000-WRITE-TOTALS-END.                                           00054500
      *-----------------------*                                         00054600
           EXIT.                                                        00054700
                                                                        00054800
      *---------------*                                                 00054900
       8100-READ-PLAN.                                                  00055000
      *---------------*                                                 00055100
           READ PLAN-IN                                                 00055200
           END-READ.                                                    00055300
                                                                        00055400
           EVALUATE TRUE                                                00055500
                                                                        00055600
             WHEN WS-PLN-FS = '00'                                      00055700
               ADD 1 TO WS-NO-READ-PLN                                  00055800
             WHEN WS-PLN-FS = '10'                                      00055900
               SET WS-PLN-EOF TO TRUE                                   00056000
      D        DISPLAY "WS-PLN-END-OF-FILE " WS-PLN-END-OF-FILE         00056100
             WHEN OTHER                                                 00056200
      D        DISPLAY "ERROR READ FILE PLANIN !!!: " WS-PLN-FS         00056300
               PERFORM 9999-ABEND                                       00056400
                  THRU 9999-ABEND-END                                   00056500
                                                                        00056600
           END-EVALUATE.                                                00056700
                                                                        00056800
      *-------------------*                                             00056900
       8100-READ-PLAN-END.                                              00057000
      *-------------------*                                             00057100
           EXIT.                                                        00057200
      *-------------------*                                             00057300
       9999-ABEND.                                                      00057400
      *-------------------*                                             00057500
      D    DISPLAY "WE ARE IN ABEND".                                   00057600
      *    WE FORCE AN ABEND                                            00057700
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00057800
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00057900
           GOBACK.                                                      00058000
      *-------------------*                                             00058100
       9999-ABEND-END.                                                  00058200
      *-------------------*                                             00058300
           EXIT.                                                        00058400
