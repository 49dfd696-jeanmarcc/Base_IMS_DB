      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Chaine de recouvrement alimentee par la tranche 90+        00000900
      *      du vieillissement. Lit l'image de facturation de la        00001000
      *      nuit (PBSNAP, meme solde ouvert que PBAGING);              00001100
      *      tout patient avec un solde ouvert de plus de 90            00001200
      *      jours entre au fichier de travail de recouvrement et       00001300
      *      y avance d'etape a chaque cycle de 30 jours:               00001400
      *      memos de radiation au format ADJUST de PBCREA (credit      00001900
      *      par facture ouverte): le registre et la base               00002000
      *      finissent par dire la meme chose que le recouvrement.      00002100
      *      Un compte dont l'entente de paiement est a jour            00002108
      *      (PLANFILE, suivi par PPLNMON) est tenu hors du cycle,      00002116
      *      son etape figee; si l'entente est rompue, il reprend       00002125
      *      a l'etape ou il s'etait arrete.                            00002133
      *      Le compte d'un patient decede (indicateur du segment       00002141
      *      PATIENT) est aussi tenu hors du cycle, sans lettre:        00002150
      *      son solde est reclame a la succession (PDECEAS).           00002158
      *      De meme pour un patient dont l'adresse courante est        00002166
      *      marquee non distribuable (courrier retourne, voir          00002175
      *      PRETMAIL): pas de lettre, etape figee, jusqu'a ce que      00002183
      *      PADRMNT charge une nouvelle adresse.                       00002191
      *                                                                 00002200
      * Fichier entree: CTLCARD, date de reference (YYYYMMDD)           00002300
      * Fichier entree: PLANIN, ententes de paiement                    00002325
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00002350
      *      prouvee contre son enregistrement de fin                   00002375
      * Fichier entree: COLLIN, fichier de travail du cycle             00002400
      *      precedent                                                  00002500
      * Fichier sortie: COLLOUT, fichier de travail mis a jour          00002600
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00003925
           ORGANIZATION IS SEQUENTIAL                                   00003950
           FILE STATUS IS WS-SNP-FS.                                    00003975
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004000
           ORGANIZATION IS SEQUENTIAL                                   00004100
           FILE STATUS IS WS-CTL-FS.                                    00004200
           SELECT RPT01-OUT ASSIGN TO COLLRPT                           00005500
           ORGANIZATION IS LINE SEQUENTIAL                              00005600
           FILE STATUS IS WS-RPT01-FS.                                  00005700
           SELECT PLAN-IN ASSIGN TO PLANIN                              00005725
           ORGANIZATION IS SEQUENTIAL                                   00005750
           FILE STATUS IS WS-PLN-FS.                                    00005775
      *----------------*                                                00005800
       DATA DIVISION.                                                   00005900
      *----------------*                                                00006000
       FILE SECTION.                                                    00006100
                                                                        00006101
      *    image de facturation de la nuit (PBSNAP): un type            00006102
      *    d'enregistrement par segment, patient/facture, et une fin    00006103
       FD  BIL-SNAP RECORDING MODE F.                                   00006104
       01  SNP-REC.                                                     00006105
           05 SNP-REC-TYPE      PIC X(01).                              00006107
              88 SNP-PATIENT-REC        VALUE 'P'.                      00006108
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00006109
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00006110
              88 SNP-INVOICE-REC        VALUE 'I'.                      00006111
              88 SNP-TRAILER-REC        VALUE 'T'.                      00006113
           05 SNP-PATIENID      PIC X(05).                              00006114
           05 SNP-DATA          PIC X(244).                             00006115
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00006116
              10 SNP-P-PATNAME     PIC X(20).                           00006117
              10 SNP-P-PATDOB      PIC X(08).                           00006119
              10 SNP-P-PATPHONE    PIC X(10).                           00006120
              10 SNP-P-PATINSUR    PIC X(15).                           00006121
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00006122
      *          blank effective date = no address on file              00006123
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00006125
              10 SNP-P-STREET      PIC X(20).                           00006126
              10 SNP-P-CITY        PIC X(15).                           00006127
              10 SNP-P-REGION      PIC X(02).                           00006128
              10 SNP-P-POSTAL      PIC X(07).                           00006129
              10 SNP-P-UNDELIV     PIC X(01).                           00006130
              10 FILLER            PIC X(137).                          00006132
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00006133
              10 SNP-C-PAYERCD     PIC X(08).                           00006134
              10 SNP-C-POLICYNO    PIC X(12).                           00006135
              10 SNP-C-EFFDATE     PIC X(08).                           00006136
              10 SNP-C-EXPDATE     PIC X(08).                           00006138
              10 FILLER            PIC X(208).                          00006139
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00006140
              10 SNP-V-TRDATE      PIC X(08).                           00006141
              10 SNP-V-TRTNAME     PIC X(20).                           00006142
              10 SNP-V-DOCTOR      PIC X(20).                           00006144
              10 SNP-V-FACILITY    PIC X(02).                           00006145
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00006146
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00006147
              10 FILLER            PIC X(162).                          00006148
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00006150
              10 SNP-I-INVOICENO   PIC X(08).                           00006151
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00006152
              10 SNP-I-BILLDATE    PIC X(08).                           00006153
              10 SNP-I-REFINVNO    PIC X(08).                           00006154
              10 SNP-I-TRANTYPE    PIC X(01).                           00006155
              10 SNP-I-FACILITY    PIC X(02).                           00006157
              10 SNP-I-TRTNAME     PIC X(20).                           00006158
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00006159
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00006160
              10 SNP-I-PAID        PIC S9(9)V99.                        00006161
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00006163
      *          rang parmi les C du patient de la couverture           00006164
      *          active au BILLDATE; 00 = auto-paye                     00006165
              10 SNP-I-COV-SEQ     PIC 9(02).                           00006166
              10 SNP-I-PAYERCD     PIC X(08).                           00006167
              10 SNP-I-POLICYNO    PIC X(12).                           00006169
              10 SNP-I-EFFDATE     PIC X(08).                           00006170
              10 SNP-I-EXPDATE     PIC X(08).                           00006171
      *          rang parmi les V du patient du traitement              00006172
      *          facture (TRTNAME); 00 = aucun                          00006173
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00006175
              10 SNP-I-PATNAME     PIC X(20).                           00006176
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00006177
              10 SNP-I-STREET      PIC X(20).                           00006178
              10 SNP-I-CITY        PIC X(15).                           00006179
              10 SNP-I-REGION      PIC X(02).                           00006180
              10 SNP-I-POSTAL      PIC X(07).                           00006182
              10 SNP-I-UNDELIV     PIC X(01).                           00006183
              10 FILLER            PIC X(48).                           00006184
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00006185
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00006186
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00006188
              10 SNP-T-PAT-CNT     PIC 9(09).                           00006189
              10 SNP-T-COV-CNT     PIC 9(09).                           00006190
              10 SNP-T-TRT-CNT     PIC 9(09).                           00006191
              10 SNP-T-INV-CNT     PIC 9(09).                           00006192
              10 SNP-T-PAY-CNT     PIC 9(09).                           00006194
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00006195
              10 SNP-T-PAID        PIC S9(13)V99.                       00006196
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00006197
              10 FILLER            PIC X(138).                          00006198
                                                                        00006200
       FD  CTLCARD RECORDING MODE F.                                    00006300
       01  CTL-CARD-REC.                                                00006400
           05 COL-STAGE-DATE    PIC X(08).                              00007600
           05 FILLER            PIC X(01).                              00007700
           05 COL-BALANCE       PIC S9(9)V99.                           00007800
           05 FILLER            PIC X(01).                              00007850
           05 COL-PLAN-HOLD     PIC X(01).                              00007900
           05 FILLER            PIC X(50).                              00007950
                                                                        00008000
       FD  COLL-OUT RECORDING MODE F.                                   00008100
       01  COLL-OUT-REC                 PIC X(80).                      00008200
       FD  RPT01-OUT RECORDING MODE F.                                  00010100
       01  RPT01-OUT-REC                PIC X(80).                      00010200
                                                                        00010300
      *    entente de paiement d'un patient (C=a jour, B=rompue,        00010305
      *    P=soldee, X=annulee)                                         00010311
       FD  PLAN-IN RECORDING MODE F.                                    00010317
       01  PLN-REC.                                                     00010323
           05 PLN-PATIENID              PIC X(05).                      00010329
           05 PLN-TOTAL                 PIC 9(07)V99.                   00010335
           05 PLN-INSTALL               PIC 9(07)V99.                   00010341
           05 PLN-DUE-DAY               PIC 9(02).                      00010347
           05 PLN-START-DATE            PIC X(08).                      00010352
           05 PLN-STATUS                PIC X(01).                      00010358
           05 PLN-PAID                  PIC 9(07)V99.                   00010364
           05 PLN-NEXT-DUE              PIC X(08).                      00010370
           05 PLN-NEXT-AMT              PIC 9(07)V99.                   00010376
           05 PLN-CHECK-DATE            PIC X(08).                      00010382
           05 FILLER                    PIC X(12).                      00010388
                                                                        00010394
      *-----------------------*                                         00010400
       WORKING-STORAGE SECTION.                                         00010500
      *-----------------------*                                         00010600
          05 WS-LTR-FS                 PIC X(2).                        00011100
          05 WS-WOF-FS                 PIC X(2).                        00011200
          05 WS-RPT01-FS               PIC X(2).                        00011300
          05 WS-PLN-FS                 PIC X(2).                        00011303
          05 WS-SNP-FS                 PIC X(2).                        00011307
                                                                        00011311
      *    lecture de l'image de facturation, et sa preuve contre       00011314
      *    l'enregistrement de fin avant tout traitement                00011318
       01 WS-SNP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011322
          88 WS-SNP-EOF                 VALUE 'TRUE'.                   00011325
       01 WS-SNP-TRAILER-SEEN           PIC X(01) VALUE 'N'.            00011329
          88 WS-SNP-TRAILER-FOUND       VALUE 'Y'.                      00011333
       01 WS-SNP-BALANCE-OK             PIC X(01) VALUE 'N'.            00011337
          88 WS-SNP-BALANCED            VALUE 'Y'.                      00011340
       01 WS-SNP-LAST-PATIENID          PIC X(05).                      00011344
       01 WS-SNP-EXTRACT-DATE           PIC 9(08).                      00011348
       01 WS-SNP-EXTRACT-TIME           PIC 9(08).                      00011351
       01 WS-SNP-RUN-DATE               PIC 9(08).                      00011355
       01 WS-SNP-DATE-OK                PIC X(01) VALUE 'N'.            00011359
          88 WS-SNP-DATED-FOR-RUN       VALUE 'Y'.                      00011362
       01 WS-SNP-PROOF.                                                 00011366
          05 WS-SNP-PAT-CNT     PIC 9(09).                              00011370
          05 WS-SNP-COV-CNT     PIC 9(09).                              00011374
          05 WS-SNP-TRT-CNT     PIC 9(09).                              00011377
          05 WS-SNP-INV-CNT     PIC 9(09).                              00011381
          05 WS-SNP-PAY-CNT     PIC 9(09).                              00011385
          05 WS-SNP-AMOUNT      PIC S9(13)V99.                          00011388
          05 WS-SNP-PAID        PIC S9(13)V99.                          00011392
          05 WS-SNP-OPEN-BAL    PIC S9(13)V99.                          00011396
                                                                        00011400
       01 WS-COL-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011500
          88 WS-COL-EOF                 VALUE 'TRUE'.                   00011600
       01 WS-PLN-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011633
          88 WS-PLN-EOF                 VALUE 'TRUE'.                   00011666
                                                                        00011700
       01 WS-COUNTERS.                                                  00011800
           05 WS-NO-PATIENTS               PIC 9(8).                    00011900
           05 WS-NO-AGENCY                 PIC 9(8).                    00012300
           05 WS-NO-WRITEOFF               PIC 9(8).                    00012400
           05 WS-NO-CLEARED                PIC 9(8).                    00012500
           05 WS-NO-ON-PLAN                PIC 9(8).                    00012520
           05 WS-NO-PLAN-RESUMED           PIC 9(8).                    00012540
           05 WS-NO-DECEASED               PIC 9(8).                    00012560
           05 WS-NO-UNDELIV                PIC 9(8).                    00012580
                                                                        00012600
       01 WS-WRITEOFF-TOTAL             PIC S9(11)V99 VALUE 0.          00012700
       01 WS-WOFF-PAT-RECS              PIC 9(07) VALUE 0.              00012800
             10 WS-CO-STAGE     PIC X(01).                              00015300
             10 WS-CO-STAGE-DATE PIC X(08).                             00015400
             10 WS-CO-SEEN      PIC X(01).                              00015500
             10 WS-CO-PLAN-HOLD PIC X(01).                              00015550
                                                                        00015600
       01 WS-COL-FOUND                  PIC X(01) VALUE 'N'.            00015700
          88 WS-COL-HIT                 VALUE 'Y'.                      00015800
       01 WS-COL-HIT-SUB                PIC 9(03) COMP VALUE 0.         00015900
       01 WS-COL-SUB                    PIC 9(03) COMP VALUE 0.         00016000
                                                                        00016009
      *    les patients dont l'entente de paiement est a jour           00016018
       01 WS-PLN-TABLE.                                                 00016027
          05 WS-PLN-MAX         PIC 9(04) COMP VALUE 2000.              00016036
          05 WS-PLN-COUNT       PIC 9(04) COMP VALUE 0.                 00016045
          05 WS-PLN-ENTRY OCCURS 2000 TIMES INDEXED BY PLN-IDX.         00016054
             10 WS-PL-PATIENID  PIC X(05).                              00016063
                                                                        00016072
       01 WS-PLN-FOUND                  PIC X(01) VALUE 'N'.            00016081
          88 WS-PLN-CURRENT             VALUE 'Y'.                      00016090
                                                                        00016100
      *    les factures ouvertes 90+ du patient courant, gardees        00016200
      *    pour le cas ou le compte part en radiation                   00016300
       01 WS-INV-SUB                    PIC 9(02) COMP VALUE 0.         00017100
                                                                        00017200
       01 WS-PAT-OVER90                 PIC S9(9)V99 VALUE 0.           00017300
       01 WS-OPEN-BALANCE               PIC S9(9)V99 VALUE 0.           00017500
       01 WS-SAVE-INVOICENO             PIC X(08).                      00017700
       01 WS-SAVE-BILLDATE              PIC X(08).                      00017800
       01 WS-SAVE-PATIENTID             PIC X(05).                      00017900
       01 WS-SAVE-PATNAME               PIC X(20).                      00018000
       01 WS-SAVE-DEATH-FLAG            PIC X(01).                      00180001
          88 WS-SAVE-DECEASED           VALUE 'D'.                      00180002
                                                                        00018001
      *    adresse courante du patient (date d'effet la plus            00018001
      *    recente, choisie par PBSNAP), portee sur l'extrait de        00180011
      *    lettres                                                      00180012
       01 WS-CUR-ADDRESS.                                               00018003
          05 WS-CA-STREET    PIC X(20).                                 00018004
          05 WS-CA-CITY      PIC X(15).                                 00018005
          05 WS-CA-REGION    PIC X(02).                                 00018006
          05 WS-CA-POSTAL    PIC X(07).                                 00018007
      *       U = mail returned from it (PRETMAIL)                      00018030
          05 WS-CA-UNDELIV   PIC X(01).                                 00018053
             88 WS-CA-UNDELIVERABLE     VALUE 'U'.                      00018076
       01 WS-CUR-STAGE                  PIC X(01).                      00018100
       01 WS-NEW-STAGE                  PIC X(01).                      00018200
       01 WS-STAGE-DATE                 PIC X(08).                      00018300
           05 RPT-W-AMT        PIC -ZZZZZZZZZ9.99.                      00021900
           05 FILLER           PIC X(46) VALUE SPACE.                   00022000
                                                                        00022100
      *-----------------------*                                         00030100
       PROCEDURE DIVISION.                                              00030200
      *-----------------------*                                         00030300
                                                                        00030700
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00030800
                                                                        00030900
              THRU 1000-INIT-END.                                       00031100
                                                                        00031200
           DISPLAY '1_____WORK THE 90-PLUS ACCOUNTS'.                   00031300
           OPEN INPUT BIL-SNAP.                                         00031350
           PERFORM 0450-READ-SNAPSHOT                                   00031400
              THRU 0450-READ-SNAPSHOT-END.                              00031450
           PERFORM 4000-SCAN-PATIENT                                    00031500
              THRU 4000-SCAN-PATIENT-END                                00031600
              UNTIL WS-SNP-EOF.                                         00031666
           CLOSE BIL-SNAP.                                              00031733
                                                                        00031800
           DISPLAY '2_____CARRY THE WORK FILE FORWARD'.                 00031900
           PERFORM 6000-CARRY-ONE-ACCOUNT                               00032000
           DISPLAY 'AGENCY PLACEMENTS: ' WS-NO-AGENCY.                  00033800
           DISPLAY 'WRITE-OFFS       : ' WS-NO-WRITEOFF.                00033900
           DISPLAY 'ACCOUNTS CLEARED : ' WS-NO-CLEARED.                 00034000
           DISPLAY 'HELD ON A PLAN   : ' WS-NO-ON-PLAN.                 00034020
           DISPLAY 'HELD - DECEASED  : ' WS-NO-DECEASED.                00034040
           DISPLAY 'HELD - BAD ADDR  : ' WS-NO-UNDELIV.                 00034060
           DISPLAY 'RESUMED FROM PLAN: ' WS-NO-PLAN-RESUMED.            00034080
           CLOSE COLL-OUT.                                              00034100
           CLOSE LTR-OUT.                                               00034200
           CLOSE WOFF-OUT.                                              00034300
                 THRU 9999-ABEND-END                                    00037700
           END-IF.                                                      00037800
                                                                        00037900
      *    the billing image must be the one extracted for the          00037914
      *    as-of date, proved before any output is opened               00037928
           MOVE WS-ASOF-DATE TO WS-SNP-RUN-DATE.                        00037942
           PERFORM 0400-PROVE-SNAPSHOT                                  00037957
              THRU 0400-PROVE-SNAPSHOT-END.                             00037971
                                                                        00037985
           COMPUTE WS-ASOF-DAYS = (WS-ASOF-YY * 365)                    00038000
                                + (WS-ASOF-MM * 30)                     00038100
                                + WS-ASOF-DD.                           00038200
              DISPLAY 'COLLIN NOT AVAILABLE - FIRST CYCLE ASSUMED'      00039300
           END-IF.                                                      00039400
           DISPLAY 'ACCOUNTS ON WORK FILE: ' WS-COL-COUNT.              00039500
                                                                        00039507
      *    the payment plans kept current; with no plan file no         00039514
      *    account is held back                                         00039521
           OPEN INPUT PLAN-IN.                                          00039528
           IF WS-PLN-FS = '00'                                          00039535
              PERFORM 1200-LOAD-PLN-TABLE                               00039542
                 THRU 1200-LOAD-PLN-TABLE-END                           00039550
                 UNTIL WS-PLN-EOF                                       00039557
              CLOSE PLAN-IN                                             00039564
           ELSE                                                         00039571
              DISPLAY 'PLANIN NOT AVAILABLE - NO PAYMENT PLANS'         00039578
           END-IF.                                                      00039585
           DISPLAY 'CURRENT PAYMENT PLANS: ' WS-PLN-COUNT.              00039592
                                                                        00039600
           OPEN OUTPUT COLL-OUT.                                        00039700
           OPEN OUTPUT LTR-OUT.                                         00039800
                  MOVE COL-STAGE      TO WS-CO-STAGE (COL-IDX)          00042300
                  MOVE COL-STAGE-DATE TO WS-CO-STAGE-DATE (COL-IDX)     00042400
                  MOVE 'N'            TO WS-CO-SEEN (COL-IDX)           00042500
                  MOVE COL-PLAN-HOLD  TO WS-CO-PLAN-HOLD (COL-IDX)      00042550
               ELSE                                                     00042600
      *               a dropped account loses its collection stage histo00042601
      *               on rewrite - stop instead                         00042602
      *-----------------------*                                         00043900
           EXIT.                                                        00044000
                                                                        00044100
      *-----------------------*                                         00044102
       1200-LOAD-PLN-TABLE.                                             00044105
      *-----------------------*                                         00044108
           READ PLAN-IN                                                 00044111
           END-READ.                                                    00044114
                                                                        00044117
           EVALUATE TRUE                                                00044120
             WHEN WS-PLN-FS = '00'                                      00044122
               IF PLN-STATUS = 'C'                                      00044125
                  IF WS-PLN-COUNT < WS-PLN-MAX                          00044128
                     ADD 1 TO WS-PLN-COUNT                              00044131
                     SET PLN-IDX TO WS-PLN-COUNT                        00044134
                     MOVE PLN-PATIENID TO WS-PL-PATIENID (PLN-IDX)      00044137
                  ELSE                                                  00044140
      *              a paying patient would be sent a letter - stop     00044142
                     DISPLAY 'PLAN TABLE FULL - RUN STOPPED: '          00044145
                        PLN-PATIENID                                    00044148
                     MOVE 16 TO RETURN-CODE                             00044151
                     PERFORM 9999-ABEND                                 00044154
                        THRU 9999-ABEND-END                             00044157
                  END-IF                                                00044160
               END-IF                                                   00044162
             WHEN WS-PLN-FS = '10'                                      00044165
               SET WS-PLN-EOF TO TRUE                                   00044168
             WHEN OTHER                                                 00044171
      D        DISPLAY "ERROR READ FILE PLANIN !!!: " WS-PLN-FS         00044174
               PERFORM 9999-ABEND                                       00044177
                  THRU 9999-ABEND-END                                   00044180
           END-EVALUATE.                                                00044182
      *-----------------------*                                         00044185
       1200-LOAD-PLN-TABLE-END.                                         00044188
      *-----------------------*                                         00044191
           EXIT.                                                        00044194
                                                                        00044197
      *----------------------*                                          00044200
       4000-SCAN-PATIENT.                                               00044300
      *----------------------*                                          00044400
      *    the patient record heads its coverages, treatments and       00044415
      *    invoices on the image, up to the next patient; it            00044430
      *    carries the current mailing address                          00044446
           ADD 1 TO WS-NO-PATIENTS.                                     00044461
           MOVE SNP-PATIENID      TO WS-SAVE-PATIENTID.                 00044476
           MOVE SNP-P-PATNAME     TO WS-SAVE-PATNAME.                   00044492
           MOVE SNP-P-DEATH-FLAG  TO WS-SAVE-DEATH-FLAG.                00044507
           MOVE SNP-P-STREET      TO WS-CA-STREET.                      00044523
           MOVE SNP-P-CITY        TO WS-CA-CITY.                        00044538
           MOVE SNP-P-REGION      TO WS-CA-REGION.                      00044553
           MOVE SNP-P-POSTAL      TO WS-CA-POSTAL.                      00044569
           MOVE SNP-P-UNDELIV     TO WS-CA-UNDELIV.                     00044584
                                                                        00044600
           MOVE ZERO TO WS-PAT-OVER90.                                  00044655
           MOVE ZERO TO WS-INV-COUNT.                                   00044711
           PERFORM 0450-READ-SNAPSHOT                                   00044766
              THRU 0450-READ-SNAPSHOT-END.                              00044822
           PERFORM 4100-AGE-BILLING                                     00044877
              THRU 4100-AGE-BILLING-END                                 00044933
              UNTIL WS-SNP-EOF                                          00044988
                 OR SNP-PATIENT-REC.                                    00045044
                                                                        00045100
           PERFORM 5000-WORK-THE-ACCOUNT                                00046066
              THRU 5000-WORK-THE-ACCOUNT-END.                           00047033
      *----------------------*                                          00048000
       4000-SCAN-PATIENT-END.                                           00048100
      *----------------------*                                          00048200
      *-----------------------------------*                             00048500
       4100-AGE-BILLING.                                                00048600
      *-----------------------------------*                             00048700
           IF SNP-INVOICE-REC                                           00049140
              MOVE SNP-I-INVOICENO TO WS-SAVE-INVOICENO                 00049580
              MOVE SNP-I-BILLDATE  TO WS-SAVE-BILLDATE                  00050020
              MOVE SNP-I-OPEN-BAL  TO WS-OPEN-BALANCE                   00050460
              IF WS-OPEN-BALANCE > 0                                    00050900
                 PERFORM 4150-BUCKET-INVOICE                            00051000
                    THRU 4150-BUCKET-INVOICE-END                        00051100
              END-IF                                                    00051200
           END-IF.                                                      00051300
                                                                        00051325
           PERFORM 0450-READ-SNAPSHOT                                   00051350
              THRU 0450-READ-SNAPSHOT-END.                              00051375
      *-----------------------------------*                             00051400
       4100-AGE-BILLING-END.                                            00051500
      *-----------------------------------*                             00051600
           EXIT.                                                        00053900
                                                                        00054000
      *-------------------------*                                       00054100
      *-------------------------*                                       00057100
           EXIT.                                                        00057200
                                                                        00057300
      *-----------------------*                                         00057400
       5000-WORK-THE-ACCOUNT.                                           00057500
      *-----------------------*                                         00057600
              GO TO 5000-WORK-THE-ACCOUNT-END                           00059300
           END-IF.                                                      00059400
                                                                        00059500
      *    no letter goes to a deceased patient: the stage is kept      00059502
      *    as it was and the balance goes to the estate claim           00059505
           IF WS-SAVE-DECEASED                                          00059507
              ADD 1 TO WS-NO-DECEASED                                   00059510
              IF WS-COL-HIT                                             00059512
                 SET COL-IDX TO WS-COL-HIT-SUB                          00059515
                 MOVE 'Y' TO WS-CO-SEEN (COL-IDX)                       00059517
              END-IF                                                    00059520
              GO TO 5000-WORK-THE-ACCOUNT-END                           00059523
           END-IF.                                                      00059525
                                                                        00059528
      *    the post office keeps returning mail from the current        00059530
      *    address: no letter and no advance until a new address        00059533
      *    is loaded - the patient is on the desk's phone list          00059535
           IF WS-CA-UNDELIVERABLE                                       00059538
              ADD 1 TO WS-NO-UNDELIV                                    00059541
              DISPLAY 'HELD - ADDRESS UNDELIVERABLE: ' WS-SAVE-PATIENTID00059543
              IF WS-COL-HIT                                             00059546
                 SET COL-IDX TO WS-COL-HIT-SUB                          00059548
                 MOVE 'Y' TO WS-CO-SEEN (COL-IDX)                       00059551
              END-IF                                                    00059553
              GO TO 5000-WORK-THE-ACCOUNT-END                           00059556
           END-IF.                                                      00059558
                                                                        00059561
      *    a current payment plan holds the account where it is:        00059564
      *    no letter, no advance, the stage kept for a break            00059566
           PERFORM 5120-FIND-PLAN                                       00059569
              THRU 5120-FIND-PLAN-END.                                  00059571
           IF WS-PLN-CURRENT                                            00059574
              ADD 1 TO WS-NO-ON-PLAN                                    00059576
              IF WS-COL-HIT                                             00059579
                 SET COL-IDX TO WS-COL-HIT-SUB                          00059582
                 MOVE 'Y' TO WS-CO-SEEN (COL-IDX)                       00059584
                 MOVE 'Y' TO WS-CO-PLAN-HOLD (COL-IDX)                  00059587
              END-IF                                                    00059589
              GO TO 5000-WORK-THE-ACCOUNT-END                           00059592
           END-IF.                                                      00059594
                                                                        00059597
           IF NOT WS-COL-HIT                                            00059600
      *       a new 90-plus account enters at letter 1                  00059700
              IF WS-COL-COUNT < WS-COL-MAX                              00059800
                    TO WS-CO-PATIENID (COL-IDX)                         00060300
                 MOVE ' '          TO WS-CO-STAGE (COL-IDX)             00060400
                 MOVE WS-ASOF-DATE TO WS-CO-STAGE-DATE (COL-IDX)        00060500
                 MOVE 'N'          TO WS-CO-PLAN-HOLD (COL-IDX)         00060550
              ELSE                                                      00060600
      *              an overdue account the register cannot hold would  00060601
      *              never be staged or lettered - stop instead         00060602
              GO TO 5000-WORK-THE-ACCOUNT-END                           00061800
           END-IF.                                                      00061900
                                                                        00062000
      *    back from a broken plan: the stage it had reached is         00062021
      *    sent again and its 30 days start over from today             00062042
           IF WS-CO-PLAN-HOLD (COL-IDX) = 'Y'                           00062064
              MOVE 'N' TO WS-CO-PLAN-HOLD (COL-IDX)                     00062085
              MOVE WS-ASOF-DATE TO WS-CO-STAGE-DATE (COL-IDX)           00062107
              MOVE WS-CUR-STAGE TO WS-NEW-STAGE                         00062128
              ADD 1 TO WS-NO-PLAN-RESUMED                               00062150
              DISPLAY 'PLAN NO LONGER CURRENT - RESUMED AT STAGE '      00062171
                 WS-CUR-STAGE ': ' WS-SAVE-PATIENTID                    00062192
           ELSE                                                         00062214
              PERFORM 5200-ADVANCE-STAGE                                00062235
                 THRU 5200-ADVANCE-STAGE-END                            00062257
           END-IF.                                                      00062278
                                                                        00062300
           IF WS-NEW-STAGE NOT = WS-CUR-STAGE                           00062400
              MOVE WS-NEW-STAGE TO WS-CO-STAGE (COL-IDX)                00062500
           END-IF.                                                      00067500
      *-----------------------*                                         00067600
       5110-ACCOUNT-LOOKUP-END.                                         00067700
      *-----------------------*                                         00067703
           EXIT.                                                        00067707
                                                                        00067711
      *-----------------------*                                         00067715
       5120-FIND-PLAN.                                                  00067719
      *-----------------------*                                         00067723
           MOVE 'N' TO WS-PLN-FOUND.                                    00067726
           PERFORM 5130-PLAN-LOOKUP                                     00067730
              THRU 5130-PLAN-LOOKUP-END                                 00067734
              VARYING PLN-IDX FROM 1 BY 1                               00067738
              UNTIL PLN-IDX > WS-PLN-COUNT                              00067742
                 OR WS-PLN-CURRENT.                                     00067746
      *-----------------------*                                         00067750
       5120-FIND-PLAN-END.                                              00067753
      *-----------------------*                                         00067757
           EXIT.                                                        00067761
                                                                        00067765
      *-----------------------*                                         00067769
       5130-PLAN-LOOKUP.                                                00067773
      *-----------------------*                                         00067776
           IF WS-PL-PATIENID (PLN-IDX) = WS-SAVE-PATIENTID              00067780
              MOVE 'Y' TO WS-PLN-FOUND                                  00067784
           END-IF.                                                      00067788
      *-----------------------*                                         00067792
       5130-PLAN-LOOKUP-END.                                            00067796
      *-----------------------*                                         00067800
           EXIT.                                                        00067900
                                                                        00068000
           MOVE WS-CO-STAGE (COL-IDX)       TO COL-STAGE.               00079500
           MOVE WS-CO-STAGE-DATE (COL-IDX)  TO COL-STAGE-DATE.          00079600
           MOVE ZERO                        TO COL-BALANCE.             00079700
           MOVE WS-CO-PLAN-HOLD (COL-IDX)   TO COL-PLAN-HOLD.           00079750
           WRITE COLL-OUT-REC FROM COLL-IN-REC.                         00079800
      *-----------------------*                                         00079900
       6000-CARRY-ONE-ACCOUNT-END.                                      00080000
           MOVE WS-NO-CLEARED TO RPT-S-CNT.                             00082800
           WRITE RPT01-OUT-REC FROM RPT-STAGE-LINE                      00082900
              AFTER ADVANCING 1 LINE.                                   00083000
           MOVE 'HELD - CURRENT PLAN ' TO RPT-S-LABEL.                  00083005
           MOVE WS-NO-ON-PLAN TO RPT-S-CNT.                             00083011
           WRITE RPT01-OUT-REC FROM RPT-STAGE-LINE                      00083017
              AFTER ADVANCING 1 LINE.                                   00083023
           MOVE 'RESUMED - PLAN ENDED' TO RPT-S-LABEL.                  00083029
           MOVE WS-NO-PLAN-RESUMED TO RPT-S-CNT.                        00083035
           WRITE RPT01-OUT-REC FROM RPT-STAGE-LINE                      00083041
              AFTER ADVANCING 1 LINE.                                   00083047
           MOVE 'HELD - DECEASED     ' TO RPT-S-LABEL.                  00083052
           MOVE WS-NO-DECEASED TO RPT-S-CNT.                            00083058
           WRITE RPT01-OUT-REC FROM RPT-STAGE-LINE                      00083064
              AFTER ADVANCING 1 LINE.                                   00083070
           MOVE 'HELD - BAD ADDRESS  ' TO RPT-S-LABEL.                  00083076
           MOVE WS-NO-UNDELIV TO RPT-S-CNT.                             00083082
           WRITE RPT01-OUT-REC FROM RPT-STAGE-LINE                      00083088
              AFTER ADVANCING 1 LINE.                                   00083094
           MOVE WS-WRITEOFF-TOTAL TO RPT-W-AMT.                         00083100
           WRITE RPT01-OUT-REC FROM RPT-WOFF-LINE                       00083200
              AFTER ADVANCING 2 LINES.                                  00083300
      *-----------------------*                                         00085300
           EXIT.                                                        00085400
                                                                        00085500
      *-----------------------*                                         00855001
       0400-PROVE-SNAPSHOT.                                             00855002
      *-----------------------*                                         00855003
      *    the image is only trusted when its records add up to         00855004
      *    the trailer PBSNAP wrote from the database; a short or       00855005
      *    damaged image stops the run before anything is written       00855006
           OPEN INPUT BIL-SNAP.                                         00855007
           IF WS-SNP-FS NOT = '00'                                      00855008
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00855009
                 ' - RUN REFUSED ***'                                   00855010
              MOVE 16 TO RETURN-CODE                                    00855011
              GOBACK                                                    00855012
           END-IF.                                                      00855013
           MOVE ZEROES TO WS-SNP-PROOF.                                 00855014
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00855015
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00855016
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00855017
           MOVE 'Y' TO WS-SNP-DATE-OK.                                  00855018
           PERFORM 0410-TALLY-SNAPSHOT                                  00855019
              THRU 0410-TALLY-SNAPSHOT-END                              00855020
              UNTIL WS-SNP-EOF.                                         00855021
           CLOSE BIL-SNAP.                                              00855022
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00855023
                                                                        00855024
           IF NOT WS-SNP-TRAILER-FOUND                                  00855025
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00855026
                 ' INCOMPLETE - RUN REFUSED ***'                        00855027
              MOVE 16 TO RETURN-CODE                                    00855028
              GOBACK                                                    00855029
           END-IF.                                                      00855030
           IF NOT WS-SNP-BALANCED                                       00855031
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00855032
                 ' - RUN REFUSED ***'                                   00855033
              MOVE 16 TO RETURN-CODE                                    00855034
              GOBACK                                                    00855035
           END-IF.                                                      00855036
           IF NOT WS-SNP-DATED-FOR-RUN                                  00855037
              DISPLAY '*** BILSNAP NOT EXTRACTED FOR ' WS-SNP-RUN-DATE  00855038
                 ' - RUN REFUSED ***'                                   00855039
              MOVE 16 TO RETURN-CODE                                    00855040
              GOBACK                                                    00855041
           END-IF.                                                      00855042
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00855043
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00855044
              WS-SNP-INV-CNT.                                           00855045
      *-----------------------*                                         00855046
       0400-PROVE-SNAPSHOT-END.                                         00855047
      *-----------------------*                                         00855048
           EXIT.                                                        00855049
                                                                        00855050
      *-----------------------*                                         00855051
       0410-TALLY-SNAPSHOT.                                             00855052
      *-----------------------*                                         00855053
           READ BIL-SNAP                                                00855054
           END-READ.                                                    00855055
                                                                        00855056
           EVALUATE TRUE                                                00855057
             WHEN WS-SNP-FS = '00'                                      00855058
      *        nothing may follow the trailer, and every C, V and       00855059
      *        I record belongs to the patient record ahead of it       00855060
               IF WS-SNP-TRAILER-FOUND                                  00855061
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00855062
                     SNP-PATIENID                                       00855063
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00855064
               END-IF                                                   00855065
               IF NOT SNP-PATIENT-REC                                   00855066
                  AND NOT SNP-TRAILER-REC                               00855067
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00855068
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00855069
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00855070
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00855071
               END-IF                                                   00855072
               EVALUATE TRUE                                            00855073
                 WHEN SNP-PATIENT-REC                                   00855074
                   ADD 1 TO WS-SNP-PAT-CNT                              00855075
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00855076
                 WHEN SNP-COVERAGE-REC                                  00855077
                   ADD 1 TO WS-SNP-COV-CNT                              00855078
                 WHEN SNP-TREATMNT-REC                                  00855079
                   ADD 1 TO WS-SNP-TRT-CNT                              00855080
                 WHEN SNP-INVOICE-REC                                   00855081
                   ADD 1 TO WS-SNP-INV-CNT                              00855082
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00855083
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00855084
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00855085
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00855086
                 WHEN SNP-TRAILER-REC                                   00855087
                   PERFORM 0420-CHECK-TRAILER                           00855088
                      THRU 0420-CHECK-TRAILER-END                       00855089
                 WHEN OTHER                                             00855090
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00855091
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00855092
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00855093
               END-EVALUATE                                             00855094
             WHEN WS-SNP-FS = '10'                                      00855095
               SET WS-SNP-EOF TO TRUE                                   00855096
             WHEN OTHER                                                 00855097
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00855098
               SET WS-SNP-EOF TO TRUE                                   00855099
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00855100
           END-EVALUATE.                                                00855101
      *-----------------------*                                         00855102
       0410-TALLY-SNAPSHOT-END.                                         00855103
      *-----------------------*                                         00855104
           EXIT.                                                        00855105
                                                                        00855106
      *-----------------------*                                         00855107
       0420-CHECK-TRAILER.                                              00855108
      *-----------------------*                                         00855109
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00855110
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00855111
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00855112
      *    an image left over from an earlier night proves its          00855113
      *    own totals but not this run's                                00855114
           IF SNP-T-EXTRACT-DATE NOT = WS-SNP-RUN-DATE                  00855115
              DISPLAY 'BILSNAP EXTRACT DATE  : ' SNP-T-EXTRACT-DATE     00855116
              DISPLAY 'RUN DATE              : ' WS-SNP-RUN-DATE        00855117
              MOVE 'N' TO WS-SNP-DATE-OK                                00855118
           END-IF.                                                      00855119
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00855120
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00855121
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00855122
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00855123
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00855124
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00855125
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00855126
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00855127
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00855128
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00855129
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00855130
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00855131
           END-IF.                                                      00855132
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00855133
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00855134
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00855135
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00855136
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00855137
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00855138
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00855139
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00855140
           END-IF.                                                      00855141
      *-----------------------*                                         00855142
       0420-CHECK-TRAILER-END.                                          00855143
      *-----------------------*                                         00855144
           EXIT.                                                        00855145
                                                                        00855146
      *-----------------------*                                         00855147
       0450-READ-SNAPSHOT.                                              00855148
      *-----------------------*                                         00855149
      *    the trailer ends the pass like end of file                   00855150
           READ BIL-SNAP                                                00855151
           END-READ.                                                    00855152
                                                                        00855153
           EVALUATE TRUE                                                00855154
             WHEN WS-SNP-FS = '00'                                      00855155
               IF SNP-TRAILER-REC                                       00855156
                  SET WS-SNP-EOF TO TRUE                                00855157
               END-IF                                                   00855158
             WHEN WS-SNP-FS = '10'                                      00855159
               SET WS-SNP-EOF TO TRUE                                   00855160
             WHEN OTHER                                                 00855161
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00855162
               MOVE 16 TO RETURN-CODE                                   00855163
               PERFORM 9999-ABEND                                       00855164
                  THRU 9999-ABEND-END                                   00855165
           END-EVALUATE.                                                00855166
      *-----------------------*                                         00855167
       0450-READ-SNAPSHOT-END.                                          00855168
      *-----------------------*                                         00855169
           EXIT.                                                        00855170
                                                                        00855171
      *-------------------*                                             00085600
       9999-ABEND.                                                      00085700
      *-------------------*                                             00085800
