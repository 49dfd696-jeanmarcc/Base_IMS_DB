      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PAUTRPT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport hebdomadaire des autorisations prealables a        00000900
      *      renouveler. Lit AUTHFILE (tenu par PAUTMNT, decompte       00001000
      *      par PBCLAIM) et liste chaque autorisation active qui       00001100
      *      expire dans les N jours suivant la date du CTLCARD         00001200
      *      (defaut 14) ou a qui il reste N visites ou moins           00001300
      *      (defaut 2), pour que le comptoir demande le                00001400
      *      renouvellement au payeur avant la visite.                  00001500
      *                                                                 00001600
      * Fichier entree: CTLCARD, date du traitement (YYYYMMDD),         00001700
      *                 jours d'avance, seuil de visites                00001800
      * Fichier entree: AUTHIN, autorisations courantes                 00001900
      * Fichier sortie: AUTWRPT, autorisations a renouveler             00002000
      *----------------------------------------------------------*      00002100
      *--------------------*                                            00002200
       ENVIRONMENT DIVISION.                                            00002300
      *--------------------*                                            00002400
       CONFIGURATION SECTION.                                           00002500
       OBJECT-COMPUTER.                                                 00002600
       SOURCE-COMPUTER.                                                 00002700
            IBM-SYSTEM WITH DEBUGGING MODE.                             00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003100
           ORGANIZATION IS SEQUENTIAL                                   00003200
           FILE STATUS IS WS-CTL-FS.                                    00003300
           SELECT AUTH-IN ASSIGN TO AUTHIN                              00003400
           ORGANIZATION IS SEQUENTIAL                                   00003500
           FILE STATUS IS WS-AUT-FS.                                    00003600
           SELECT RPT01-OUT ASSIGN TO AUTWRPT                           00003700
           ORGANIZATION IS LINE SEQUENTIAL                              00003800
           FILE STATUS IS WS-RPT01-FS.                                  00003900
      *----------------*                                                00004000
       DATA DIVISION.                                                   00004100
      *----------------*                                                00004200
       FILE SECTION.                                                    00004300
                                                                        00004400
       FD  CTLCARD RECORDING MODE F.                                    00004500
       01  CTL-CARD-REC.                                                00004600
           05 CTL-RUN-DATE              PIC X(08).                      00004700
           05 FILLER                    PIC X(01).                      00004800
           05 CTL-DAYS-AHEAD            PIC X(03).                      00004900
           05 CTL-DAYS-AHEAD-N REDEFINES CTL-DAYS-AHEAD                 00005000
                                        PIC 9(03).                      00005100
           05 FILLER                    PIC X(01).                      00005200
           05 CTL-VISITS-LEFT           PIC X(03).                      00005300
           05 CTL-VISITS-LEFT-N REDEFINES CTL-VISITS-LEFT               00005400
                                        PIC 9(03).                      00005500
           05 FILLER                    PIC X(64).                      00005600
                                                                        00005700
      *    autorisation prealable par patient, payeur et TRTNAME        00005800
       FD  AUTH-IN RECORDING MODE F.                                    00005900
       01  AUT-REC.                                                     00006000
           05 AUT-PATIENID              PIC X(05).                      00006100
           05 AUT-PAYERCD               PIC X(08).                      00006200
           05 AUT-TRTNAME               PIC X(20).                      00006300
           05 AUT-AUTHNO                PIC X(12).                      00006400
           05 AUT-FROMDATE              PIC X(08).                      00006500
           05 AUT-TODATE                PIC X(08).                      00006600
           05 AUT-VISITS-ALLOWED        PIC 9(03).                      00006700
           05 AUT-VISITS-USED           PIC 9(03).                      00006800
           05 AUT-STATUS                PIC X(01).                      00006900
           05 FILLER                    PIC X(12).                      00007000
                                                                        00007100
       FD  RPT01-OUT RECORDING MODE F.                                  00007200
       01  RPT01-OUT-REC                PIC X(80).                      00007300
                                                                        00007400
      *-----------------------*                                         00007500
       WORKING-STORAGE SECTION.                                         00007600
      *-----------------------*                                         00007700
       01 WS-FILE-STATUS.                                               00007800
          05 WS-CTL-FS                 PIC X(2).                        00007900
          05 WS-AUT-FS                 PIC X(2).                        00008000
          05 WS-RPT01-FS               PIC X(2).                        00008100
                                                                        00008200
       01 WS-AUT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00008300
          88 WS-AUT-EOF                 VALUE 'TRUE'.                   00008400
                                                                        00008500
      * an authorization is listed when it ends within this many        00008600
      * days of the run date, or has this many visits left or fewer     00008700
       01 WS-DAYS-AHEAD                 PIC 9(03) VALUE 14.             00008800
       01 WS-VISITS-LEFT-MAX            PIC 9(03) VALUE 2.              00008900
       01 WS-RUN-DATE                   PIC X(08).                      00009000
       01 WS-DAY-SUB                    PIC 9(03) COMP VALUE 0.         00009100
       01 WS-VISITS-LEFT                PIC 9(03) VALUE 0.              00009200
       01 WS-LIST-FLAGS.                                                00009300
          05 WS-EXPIRING                PIC X(01).                      00009400
          05 WS-LOW-VISITS              PIC X(01).                      00009500
                                                                        00009600
       01 WS-COUNTERS.                                                  00009700
           05 WS-NO-READ-AUT               PIC 9(8).                    00009800
           05 WS-NO-LISTED                 PIC 9(8).                    00009900
           05 WS-NO-EXPIRING               PIC 9(8).                    00010000
           05 WS-NO-LOW-VISITS             PIC 9(8).                    00010100
                                                                        00010200
      * the last date an authorization may end and still be listed      00010300
       01 WS-CAL-DATE.                                                  00010400
          05 WS-CAL-YYYY               PIC 9(04).                       00010500
          05 WS-CAL-MM                 PIC 9(02).                       00010600
          05 WS-CAL-DD                 PIC 9(02).                       00010700
       01 WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.          00010800
       01 WS-LEAP-QUOT                 PIC 9(04) COMP VALUE 0.          00010900
       01 WS-LEAP-R4                   PIC 9(04) COMP VALUE 0.          00011000
       01 WS-LEAP-R100                 PIC 9(04) COMP VALUE 0.          00011100
       01 WS-LEAP-R400                 PIC 9(04) COMP VALUE 0.          00011200
                                                                        00011300
       01 RPT-HEADER-1.                                                 00011400
           05 FILLER           PIC X(35) VALUE                          00011500
                'PRIOR AUTHORIZATIONS TO RENEW     '.                   00011600
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.            00011700
           05 RPT-H1-RUN-DATE  PIC X(08).                               00011800
           05 FILLER           PIC X(08) VALUE ' UNTIL: '.              00011900
           05 RPT-H1-HORIZON   PIC X(08).                               00012000
           05 FILLER           PIC X(11) VALUE SPACE.                   00012100
                                                                        00012200
       01 RPT-HEADER-2.                                                 00012300
           05 FILLER           PIC X(06) VALUE 'PATID'.                 00012400
           05 FILLER           PIC X(09) VALUE 'PAYER'.                 00012500
           05 FILLER           PIC X(13) VALUE 'TREATMENT'.             00012600
           05 FILLER           PIC X(13) VALUE 'AUTH NO'.               00012700
           05 FILLER           PIC X(09) VALUE 'ENDS'.                  00012800
           05 FILLER           PIC X(16) VALUE 'ALLOW USED LEFT'.       00012900
           05 FILLER           PIC X(14) VALUE 'REASON'.                00013000
                                                                        00013100
       01 RPT-DETAIL-LINE.                                              00013200
           05 RPT-D-PATIENID   PIC X(05).                               00013300
           05 FILLER           PIC X(01) VALUE SPACE.                   00013400
           05 RPT-D-PAYERCD    PIC X(08).                               00013500
           05 FILLER           PIC X(01) VALUE SPACE.                   00013600
           05 RPT-D-TRTNAME    PIC X(12).                               00013700
           05 FILLER           PIC X(01) VALUE SPACE.                   00013800
           05 RPT-D-AUTHNO     PIC X(12).                               00013900
           05 FILLER           PIC X(01) VALUE SPACE.                   00014000
           05 RPT-D-TODATE     PIC X(08).                               00014100
           05 FILLER           PIC X(01) VALUE SPACE.                   00014200
           05 RPT-D-ALLOWED    PIC ZZ9.                                 00014300
           05 FILLER           PIC X(02) VALUE SPACE.                   00014400
           05 RPT-D-USED       PIC ZZ9.                                 00014500
           05 FILLER           PIC X(02) VALUE SPACE.                   00014600
           05 RPT-D-LEFT       PIC ZZ9.                                 00014700
           05 FILLER           PIC X(03) VALUE SPACE.                   00014800
           05 RPT-D-REASON     PIC X(14).                               00014900
                                                                        00015000
       01 RPT-TOTAL-LINE.                                               00015100
           05 FILLER           PIC X(20) VALUE 'AUTHS LISTED'.          00015200
           05 FILLER           PIC X(02) VALUE ': '.                    00015300
           05 RPT-T-LISTED     PIC ZZZZZZZ9.                            00015400
           05 FILLER           PIC X(50) VALUE SPACE.                   00015500
                                                                        00015600
      *-----------------------*                                         00015700
       PROCEDURE DIVISION.                                              00015800
      *-----------------------*                                         00015900
                                                                        00016000
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00016100
                                                                        00016200
           PERFORM 1000-INIT                                            00016300
              THRU 1000-INIT-END.                                       00016400
                                                                        00016500
           DISPLAY '1_____LIST AUTHORIZATIONS TO RENEW'.                00016600
           PERFORM 2000-CHECK-AUTH                                      00016700
              THRU 2000-CHECK-AUTH-END                                  00016800
              UNTIL WS-AUT-EOF.                                         00016900
                                                                        00017000
           MOVE WS-NO-LISTED TO RPT-T-LISTED.                           00017100
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00017200
              AFTER ADVANCING 2 LINES.                                  00017300
                                                                        00017400
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00017500
           DISPLAY 'AUTHORIZATIONS READ: ' WS-NO-READ-AUT.              00017600
           DISPLAY 'LISTED             : ' WS-NO-LISTED.                00017700
           DISPLAY 'EXPIRING           : ' WS-NO-EXPIRING.              00017800
           DISPLAY 'LOW ON VISITS      : ' WS-NO-LOW-VISITS.            00017900
           CLOSE AUTH-IN.                                               00018000
           CLOSE RPT01-OUT.                                             00018100
                                                                        00018200
           IF WS-NO-LISTED > 0                                          00018300
              MOVE 4 TO RETURN-CODE                                     00018400
           END-IF.                                                      00018500
                                                                        00018600
           GOBACK.                                                      00018700
                                                                        00018800
      *------------*                                                    00018900
       1000-INIT.                                                       00019000
      *------------*                                                    00019100
           DISPLAY "***** INIT PROCESS *****".                          00019200
                                                                        00019300
           MOVE SPACE TO WS-FILE-STATUS.                                00019400
           MOVE ZEROES TO WS-COUNTERS.                                  00019500
                                                                        00019600
           OPEN INPUT CTLCARD.                                          00019700
                                                                        00019800
           IF WS-CTL-FS NOT = "00"                                      00019900
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00020000
             PERFORM 9999-ABEND                                         00020100
                THRU 9999-ABEND-END                                     00020200
           END-IF.                                                      00020300
                                                                        00020400
           READ CTLCARD INTO CTL-CARD-REC                               00020500
              AT END                                                    00020600
      D         DISPLAY "CTLCARD IS EMPTY - NO RUN DATE SUPPLIED"       00020700
                PERFORM 9999-ABEND                                      00020800
                   THRU 9999-ABEND-END                                  00020900
           END-READ.                                                    00021000
                                                                        00021100
           MOVE CTL-RUN-DATE TO WS-RUN-DATE.                            00021200
           CLOSE CTLCARD.                                               00021300
                                                                        00021400
           IF WS-RUN-DATE NOT NUMERIC                                   00021500
              DISPLAY 'CTLCARD RUN DATE NOT NUMERIC: ' WS-RUN-DATE      00021600
              PERFORM 9999-ABEND                                        00021700
                 THRU 9999-ABEND-END                                    00021800
           END-IF.                                                      00021900
                                                                        00022000
      *    a blank or non numeric limit keeps the default               00022100
           IF CTL-DAYS-AHEAD NUMERIC                                    00022200
              MOVE CTL-DAYS-AHEAD-N TO WS-DAYS-AHEAD                    00022300
           END-IF.                                                      00022400
           IF CTL-VISITS-LEFT NUMERIC                                   00022500
              MOVE CTL-VISITS-LEFT-N TO WS-VISITS-LEFT-MAX              00022600
           END-IF.                                                      00022700
                                                                        00022800
      *    the horizon is the run date plus the lead time               00022900
           MOVE WS-RUN-DATE TO WS-CAL-DATE.                             00023000
           PERFORM 3400-NEXT-DATE                                       00023100
              THRU 3400-NEXT-DATE-END                                   00023200
              VARYING WS-DAY-SUB FROM 1 BY 1                            00023300
              UNTIL WS-DAY-SUB > WS-DAYS-AHEAD.                         00023400
           DISPLAY 'RUN DATE: ' WS-RUN-DATE                             00023500
              ' HORIZON: ' WS-CAL-DATE                                  00023600
              ' VISITS LEFT: ' WS-VISITS-LEFT-MAX.                      00023700
                                                                        00023800
           OPEN INPUT AUTH-IN.                                          00023900
           IF WS-AUT-FS NOT = "00"                                      00024000
      D      DISPLAY "ERROR OPEN FILE AUTHIN: " WS-AUT-FS               00024100
             PERFORM 9999-ABEND                                         00024200
                THRU 9999-ABEND-END                                     00024300
           END-IF.                                                      00024400
                                                                        00024500
           OPEN OUTPUT RPT01-OUT.                                       00024600
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.                         00024700
           MOVE WS-CAL-DATE TO RPT-H1-HORIZON.                          00024800
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00024900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00025000
              AFTER ADVANCING 2 LINES.                                  00025100
                                                                        00025200
      *    first read of the authorization file                         00025300
           PERFORM 8100-READ-AUTH                                       00025400
              THRU 8100-READ-AUTH-END.                                  00025500
                                                                        00025600
           DISPLAY "***** FIN INIT PROCESS *****".                      00025700
                                                                        00025800
      *----------------*                                                00025900
       1000-INIT-END.                                                   00026000
      *----------------*                                                00026100
           EXIT.                                                        00026200
                                                                        00026300
      *-----------------------*                                         00026400
       2000-CHECK-AUTH.                                                 00026500
      *-----------------------*                                         00026600
      *    cancelled and already lapsed authorizations are not          00026700
      *    renewals any more, the claim hold lists those                00026800
           IF AUT-STATUS NOT = 'A'                                      00026900
              OR AUT-TODATE < WS-RUN-DATE                               00027000
              GO TO 2000-CHECK-AUTH-NEXT                                00027100
           END-IF.                                                      00027200
                                                                        00027300
           MOVE SPACE TO WS-LIST-FLAGS.                                 00027400
           IF AUT-TODATE NOT > WS-CAL-DATE                              00027500
              MOVE 'Y' TO WS-EXPIRING                                   00027600
           END-IF.                                                      00027700
           IF AUT-VISITS-USED NOT < AUT-VISITS-ALLOWED                  00027800
              MOVE ZERO TO WS-VISITS-LEFT                               00027900
           ELSE                                                         00028000
              SUBTRACT AUT-VISITS-USED FROM AUT-VISITS-ALLOWED          00028100
                 GIVING WS-VISITS-LEFT                                  00028200
           END-IF.                                                      00028300
           IF WS-VISITS-LEFT NOT > WS-VISITS-LEFT-MAX                   00028400
              MOVE 'Y' TO WS-LOW-VISITS                                 00028500
           END-IF.                                                      00028600
           IF WS-LIST-FLAGS = SPACE                                     00028700
              GO TO 2000-CHECK-AUTH-NEXT                                00028800
           END-IF.                                                      00028900
                                                                        00029000
           MOVE AUT-PATIENID       TO RPT-D-PATIENID.                   00029100
           MOVE AUT-PAYERCD        TO RPT-D-PAYERCD.                    00029200
           MOVE AUT-TRTNAME        TO RPT-D-TRTNAME.                    00029300
           MOVE AUT-AUTHNO         TO RPT-D-AUTHNO.                     00029400
           MOVE AUT-TODATE         TO RPT-D-TODATE.                     00029500
           MOVE AUT-VISITS-ALLOWED TO RPT-D-ALLOWED.                    00029600
           MOVE AUT-VISITS-USED    TO RPT-D-USED.                       00029700
           MOVE WS-VISITS-LEFT     TO RPT-D-LEFT.                       00029800
           EVALUATE TRUE                                                00029900
             WHEN WS-LIST-FLAGS = 'YY'                                  00030000
               MOVE 'EXPIRING+LOW' TO RPT-D-REASON                      00030100
               ADD 1 TO WS-NO-EXPIRING                                  00030200
               ADD 1 TO WS-NO-LOW-VISITS                                00030300
             WHEN WS-EXPIRING = 'Y'                                     00030400
               MOVE 'EXPIRING' TO RPT-D-REASON                          00030500
               ADD 1 TO WS-NO-EXPIRING                                  00030600
             WHEN OTHER                                                 00030700
               MOVE 'LOW VISITS' TO RPT-D-REASON                        00030800
               ADD 1 TO WS-NO-LOW-VISITS                                00030900
           END-EVALUATE.                                                00031000
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00031100
              AFTER ADVANCING 1 LINE.                                   00031200
           ADD 1 TO WS-NO-LISTED.                                       00031300
                                                                        00031400
       2000-CHECK-AUTH-NEXT.                                            00031500
           PERFORM 8100-READ-AUTH                                       00031600
              THRU 8100-READ-AUTH-END.                                  00031700
      *-----------------------*                                         00031800
       2000-CHECK-AUTH-END.                                             00031900
      *-----------------------*                                         00032000
           EXIT.                                                        00032100
                                                                        00032200
      *-----------------------*                                         00032300
       3400-NEXT-DATE.                                                  00032400
      *-----------------------*                                         00032500
      *    WS-CAL-DATE moves on one calendar day                        00032600
           EVALUATE WS-CAL-MM                                           00032700
             WHEN 4                                                     00032800
             WHEN 6                                                     00032900
             WHEN 9                                                     00033000
             WHEN 11                                                    00033100
               MOVE 30 TO WS-MONTH-DAYS                                 00033200
             WHEN 2                                                     00033300
               DIVIDE WS-CAL-YYYY BY 4                                  00033400
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R4              00033500
               DIVIDE WS-CAL-YYYY BY 100                                00033600
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R100            00033700
               DIVIDE WS-CAL-YYYY BY 400                                00033800
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R400            00033900
               IF WS-LEAP-R4 = ZERO                                     00034000
                  AND (WS-LEAP-R100 NOT = ZERO                          00034100
                       OR WS-LEAP-R400 = ZERO)                          00034200
                  MOVE 29 TO WS-MONTH-DAYS                              00034300
               ELSE                                                     00034400
                  MOVE 28 TO WS-MONTH-DAYS                              00034500
               END-IF                                                   00034600
             WHEN OTHER                                                 00034700
               MOVE 31 TO WS-MONTH-DAYS                                 00034800
           END-EVALUATE.                                                00034900
                                                                        00035000
           ADD 1 TO WS-CAL-DD.                                          00035100
           IF WS-CAL-DD > WS-MONTH-DAYS                                 00035200
              MOVE 1 TO WS-CAL-DD                                       00035300
              ADD 1 TO WS-CAL-MM                                        00035400
              IF WS-CAL-MM > 12                                         00035500
                 MOVE 1 TO WS-CAL-MM                                    00035600
                 ADD 1 TO WS-CAL-YYYY                                   00035700
              END-IF                                                    00035800
           END-IF.                                                      00035900
      *-----------------------*                                         00036000
       3400-NEXT-DATE-END.                                              00036100
      *-----------------------*                                         00036200
           EXIT.                                                        00036300
                                                                        00036400
      *---------------*                                                 00036500
       8100-READ-AUTH.                                                  00036600
      *---------------*                                                 00036700
           READ AUTH-IN                                                 00036800
           END-READ.                                                    00036900
                                                                        00037000
           EVALUATE TRUE                                                00037100
                                                                        00037200
             WHEN WS-AUT-FS = '00'                                      00037300
               ADD 1 TO WS-NO-READ-AUT                                  00037400
             WHEN WS-AUT-FS = '10'                                      00037500
               SET WS-AUT-EOF TO TRUE                                   00037600
      D        DISPLAY "WS-AUT-END-OF-FILE " WS-AUT-END-OF-FILE         00037700
             WHEN OTHER                                                 00037800
      D        DISPLAY "ERROR READ FILE AUTHIN !!!: " WS-AUT-FS         00037900
               PERFORM 9999-ABEND                                       00038000
                  THRU 9999-ABEND-END                                   00038100
                                                                        00038200
           END-EVALUATE.                                                00038300
                                                                        00038400
      *-------------------*                                             00038500
       8100-READ-AUTH-END.                                              00038600
      *-------------------*                                             00038700
           EXIT.                                                        00038800
      *-------------------*                                             00038900
       9999-ABEND.                                                      00039000
      *-------------------*                                             00039100
      D    DISPLAY "WE ARE IN ABEND".                                   00039200
      *    WE FORCE AN ABEND                                            00039300
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00039400
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00039500
           GOBACK.                                                      00039600
      *-------------------*                                             00039700
       9999-ABEND-END.                                                  00039800
      *-------------------*                                             00039900
           EXIT.                                                        00040000
