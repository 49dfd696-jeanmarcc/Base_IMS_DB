      *                                                                 00000800
      * But: Cycle mensuel des etats de compte. Contrairement a         00000900
      *      PBSTMT (extrait d'un patient sur demande, montants         00001000
      *      bruts), ce programme passe TOUS les patients de            00001085
      *      l'image de facturation de la nuit (PBSNAP) et              00001171
      *      calcule le solde net de chacun: factures (y compris        00001257
      *      les notes de credit de PBCREA, qui portent un              00001342
      *      montant negatif) moins les paiements imputes a             00001428
      *      chacune. Le solde de cloture du cycle precedent est        00001514
      *      repris du fichier historique des etats (STMHIST) et        00001600
      *      porte en solde reporte; un etat n'est produit que          00001700
      *      pour un patient a solde non nul et vivant: le solde        00001740
      *      d'un patient decede (indicateur du segment PATIENT)        00001780
      *      va a la reclamation a la succession (PDECEAS). Aucun       00001820
      *      etat ne part non plus vers une adresse courante            00001860
      *      marquee non distribuable (courrier retourne, voir          00001900
      *      PRETMAIL) tant que PADRMNT n'en a pas charge une           00001940
      *      nouvelle. Le nouveau fichier historique (STMHISTO)         00001980
      *      porte le solde de cloture de chaque patient pour le        00002020
      *      cycle suivant.                                             00002060
      *                                                                 00002100
      * Fichier entree: CTLCARD, date du cycle (YYYYMMDD)               00002200
      * Fichier entree: STMHIST, soldes du cycle precedent              00002300
      * Fichier entree: PLANIN, ententes de paiement                    00002325
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00002350
      *      prouvee contre son enregistrement de fin                   00002375
      * Fichier sortie: STMOUT, extrait des etats de compte             00002400
      *      (H=entete, F=solde reporte, D=facture, T=total du,         00002466
      *       P=versement de l'entente de paiement)                     00002533
      * Fichier sortie: STMHISTO, soldes de cloture de ce cycle         00002600
      *----------------------------------------------------------*      00002700
      *--------------------*                                            00002800
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003400
       INPUT-OUTPUT SECTION.                                            00003500
       FILE-CONTROL.                                                    00003600
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00003625
           ORGANIZATION IS SEQUENTIAL                                   00003650
           FILE STATUS IS WS-SNP-FS.                                    00003675
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003700
           ORGANIZATION IS SEQUENTIAL                                   00003800
           FILE STATUS IS WS-CTL-FS.                                    00003900
           SELECT STM-HIST-OUT ASSIGN TO STMHISTO                       00004600
           ORGANIZATION IS SEQUENTIAL                                   00004700
           FILE STATUS IS WS-HISO-FS.                                   00004800
           SELECT PLAN-IN ASSIGN TO PLANIN                              00004825
           ORGANIZATION IS SEQUENTIAL                                   00004850
           FILE STATUS IS WS-PLN-FS.                                    00004875
      *----------------*                                                00004900
       DATA DIVISION.                                                   00005000
      *----------------*                                                00005100
       FILE SECTION.                                                    00005200
                                                                        00005201
      *    image de facturation de la nuit (PBSNAP): un type            00005202
      *    d'enregistrement par segment, patient/facture, et une fin    00005203
       FD  BIL-SNAP RECORDING MODE F.                                   00005204
       01  SNP-REC.                                                     00005205
           05 SNP-REC-TYPE      PIC X(01).                              00005207
              88 SNP-PATIENT-REC        VALUE 'P'.                      00005208
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00005209
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00005210
              88 SNP-INVOICE-REC        VALUE 'I'.                      00005211
              88 SNP-TRAILER-REC        VALUE 'T'.                      00005213
           05 SNP-PATIENID      PIC X(05).                              00005214
           05 SNP-DATA          PIC X(244).                             00005215
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00005216
              10 SNP-P-PATNAME     PIC X(20).                           00005217
              10 SNP-P-PATDOB      PIC X(08).                           00005219
              10 SNP-P-PATPHONE    PIC X(10).                           00005220
              10 SNP-P-PATINSUR    PIC X(15).                           00005221
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00005222
      *          blank effective date = no address on file              00005223
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00005225
              10 SNP-P-STREET      PIC X(20).                           00005226
              10 SNP-P-CITY        PIC X(15).                           00005227
              10 SNP-P-REGION      PIC X(02).                           00005228
              10 SNP-P-POSTAL      PIC X(07).                           00005229
              10 SNP-P-UNDELIV     PIC X(01).                           00005230
              10 FILLER            PIC X(137).                          00005232
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00005233
              10 SNP-C-PAYERCD     PIC X(08).                           00005234
              10 SNP-C-POLICYNO    PIC X(12).                           00005235
              10 SNP-C-EFFDATE     PIC X(08).                           00005236
              10 SNP-C-EXPDATE     PIC X(08).                           00005238
              10 FILLER            PIC X(208).                          00005239
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00005240
              10 SNP-V-TRDATE      PIC X(08).                           00005241
              10 SNP-V-TRTNAME     PIC X(20).                           00005242
              10 SNP-V-DOCTOR      PIC X(20).                           00005244
              10 SNP-V-FACILITY    PIC X(02).                           00005245
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00005246
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00005247
              10 FILLER            PIC X(162).                          00005248
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00005250
              10 SNP-I-INVOICENO   PIC X(08).                           00005251
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00005252
              10 SNP-I-BILLDATE    PIC X(08).                           00005253
              10 SNP-I-REFINVNO    PIC X(08).                           00005254
              10 SNP-I-TRANTYPE    PIC X(01).                           00005255
              10 SNP-I-FACILITY    PIC X(02).                           00005257
              10 SNP-I-TRTNAME     PIC X(20).                           00005258
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00005259
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00005260
              10 SNP-I-PAID        PIC S9(9)V99.                        00005261
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00005263
      *          rang parmi les C du patient de la couverture           00005264
      *          active au BILLDATE; 00 = auto-paye                     00005265
              10 SNP-I-COV-SEQ     PIC 9(02).                           00005266
              10 SNP-I-PAYERCD     PIC X(08).                           00005267
              10 SNP-I-POLICYNO    PIC X(12).                           00005269
              10 SNP-I-EFFDATE     PIC X(08).                           00005270
              10 SNP-I-EXPDATE     PIC X(08).                           00005271
      *          rang parmi les V du patient du traitement              00005272
      *          facture (TRTNAME); 00 = aucun                          00005273
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00005275
              10 SNP-I-PATNAME     PIC X(20).                           00005276
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00005277
              10 SNP-I-STREET      PIC X(20).                           00005278
              10 SNP-I-CITY        PIC X(15).                           00005279
              10 SNP-I-REGION      PIC X(02).                           00005280
              10 SNP-I-POSTAL      PIC X(07).                           00005282
              10 SNP-I-UNDELIV     PIC X(01).                           00005283
              10 FILLER            PIC X(48).                           00005284
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00005285
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00005286
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00005288
              10 SNP-T-PAT-CNT     PIC 9(09).                           00005289
              10 SNP-T-COV-CNT     PIC 9(09).                           00005290
              10 SNP-T-TRT-CNT     PIC 9(09).                           00005291
              10 SNP-T-INV-CNT     PIC 9(09).                           00005292
              10 SNP-T-PAY-CNT     PIC 9(09).                           00005294
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00005295
              10 SNP-T-PAID        PIC S9(13)V99.                       00005296
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00005297
              10 FILLER            PIC X(138).                          00005298
                                                                        00005300
       FD  CTLCARD RECORDING MODE F.                                    00005400
       01  CTL-CARD-REC.                                                00005500
              10 FILLER             PIC X(01).                          00009900
              10 STM-T-DUE          PIC S9(9)V99.                       00010000
              10 FILLER             PIC X(39).                          00010100
           05 STM-DETAIL-PLAN REDEFINES STM-DETAIL.                     00010112
              10 STM-P-INSTALL      PIC 9(7)V99.                        00010125
              10 FILLER             PIC X(01).                          00010137
              10 STM-P-DUE-DATE     PIC X(08).                          00010150
              10 FILLER             PIC X(01).                          00010162
              10 STM-P-REMAIN       PIC 9(7)V99.                        00010175
              10 FILLER             PIC X(46).                          00010187
                                                                        00010200
       FD  STM-HIST-OUT RECORDING MODE F.                               00010300
       01  STM-HISTO-REC                PIC X(80).                      00010400
                                                                        00010405
      *    entente de paiement d'un patient (C=a jour, B=rompue,        00010411
      *    P=soldee, X=annulee)                                         00010417
       FD  PLAN-IN RECORDING MODE F.                                    00010423
       01  PLN-REC.                                                     00010429
           05 PLN-PATIENID              PIC X(05).                      00010435
           05 PLN-TOTAL                 PIC 9(07)V99.                   00010441
           05 PLN-INSTALL               PIC 9(07)V99.                   00010447
           05 PLN-DUE-DAY               PIC 9(02).                      00010452
           05 PLN-START-DATE            PIC X(08).                      00010458
           05 PLN-STATUS                PIC X(01).                      00010464
           05 PLN-PAID                  PIC 9(07)V99.                   00010470
           05 PLN-NEXT-DUE              PIC X(08).                      00010476
           05 PLN-NEXT-AMT              PIC 9(07)V99.                   00010482
           05 PLN-CHECK-DATE            PIC X(08).                      00010488
           05 FILLER                    PIC X(12).                      00010494
                                                                        00010500
      *-----------------------*                                         00010600
       WORKING-STORAGE SECTION.                                         00010700
          05 WS-HIS-FS                 PIC X(2).                        00011100
          05 WS-STM-FS                 PIC X(2).                        00011200
          05 WS-HISO-FS                PIC X(2).                        00011300
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
       01 WS-HIS-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011500
          88 WS-HIS-EOF                 VALUE 'TRUE'.                   00011600
       01 WS-PLN-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011633
          88 WS-PLN-EOF                 VALUE 'TRUE'.                   00011666
                                                                        00011700
       01 WS-CYCLE-DATE                 PIC X(08).                      00011800
                                                                        00011900
       01 WS-COUNTERS.                                                  00012000
           05 WS-NO-PATIENTS               PIC 9(8).                    00012100
           05 WS-NO-STATEMENTS             PIC 9(8).                    00012200
           05 WS-NO-PLAN-LINES             PIC 9(8).                    00012225
           05 WS-NO-DECEASED               PIC 9(8).                    00012250
           05 WS-NO-UNDELIV                PIC 9(8).                    00012275
                                                                        00012300
      *    soldes du cycle precedent en table                           00012400
       01 WS-HIS-TABLE.                                                 00012500
       01 WS-HIS-FOUND                  PIC X(01) VALUE 'N'.            00013200
          88 WS-HIS-HIT                 VALUE 'Y'.                      00013300
       01 WS-HIS-HIT-SUB                PIC 9(04) COMP VALUE 0.         00013400
                                                                        00013406
      *    ententes de paiement a jour, le prochain versement           00013412
      *    imprime sur l'etat                                           00013418
       01 WS-PLN-TABLE.                                                 00013425
          05 WS-PLN-MAX         PIC 9(04) COMP VALUE 2000.              00013431
          05 WS-PLN-COUNT       PIC 9(04) COMP VALUE 0.                 00013437
          05 WS-PLN-ENTRY OCCURS 2000 TIMES INDEXED BY PLN-IDX.         00013443
             10 WS-PL-PATIENID  PIC X(05).                              00013450
             10 WS-PL-NEXT-AMT  PIC 9(07)V99.                           00013456
             10 WS-PL-NEXT-DUE  PIC X(08).                              00013462
             10 WS-PL-REMAIN    PIC 9(07)V99.                           00013468
                                                                        00013475
       01 WS-PLN-FOUND                  PIC X(01) VALUE 'N'.            00013481
          88 WS-PLN-HIT                 VALUE 'Y'.                      00013487
       01 WS-PLN-HIT-SUB                PIC 9(04) COMP VALUE 0.         00013493
                                                                        00013500
      *    les factures a solde du patient courant, recueillies         00013600
      *    pendant le balayage puis ecrites sur l'etat                  00013700
       01 WS-SAVE-INVOICENO             PIC X(08).                      00016000
       01 WS-SAVE-PATIENTID             PIC X(05).                      00016100
       01 WS-SAVE-PATNAME               PIC X(20).                      00016200
       01 WS-SAVE-DEATH-FLAG            PIC X(01).                      00162001
          88 WS-SAVE-DECEASED           VALUE 'D'.                      00162002
                                                                        00016201
      *    adresse courante du patient (date d'effet la plus            00016201
      *    recente, choisie par PBSNAP), portee sur l'extrait           00016202
       01 WS-CUR-ADDRESS.                                               00016203
          05 WS-CA-STREET    PIC X(20).                                 00016204
          05 WS-CA-CITY      PIC X(15).                                 00016205
          05 WS-CA-REGION    PIC X(02).                                 00016206
          05 WS-CA-POSTAL    PIC X(07).                                 00016207
      *       U = mail returned from it (PRETMAIL)                      00018205
          05 WS-CA-UNDELIV   PIC X(01).                                 00020203
             88 WS-CA-UNDELIVERABLE     VALUE 'U'.                      00022201
                                                                        00024200
      *-----------------------*                                         00024300
       PROCEDURE DIVISION.                                              00024400
      *-----------------------*                                         00024500
                                                                        00024900
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00025000
                                                                        00025100
              THRU 1000-INIT-END.                                       00025300
                                                                        00025400
           DISPLAY '1_____STATEMENT CYCLE OVER ALL PATIENTS'.           00025500
           OPEN INPUT BIL-SNAP.                                         00025550
           PERFORM 0450-READ-SNAPSHOT                                   00025600
              THRU 0450-READ-SNAPSHOT-END.                              00025650
           PERFORM 4000-SCAN-PATIENT                                    00025700
              THRU 4000-SCAN-PATIENT-END                                00025800
              UNTIL WS-SNP-EOF.                                         00025866
           CLOSE BIL-SNAP.                                              00025933
                                                                        00026000
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00026100
           DISPLAY 'PATIENTS CYCLED    : ' WS-NO-PATIENTS.              00026200
           DISPLAY 'STATEMENTS PRODUCED: ' WS-NO-STATEMENTS.            00026300
           DISPLAY 'PLAN LINES PRINTED : ' WS-NO-PLAN-LINES.            00026325
           DISPLAY 'DECEASED - NO STMT : ' WS-NO-DECEASED.              00026350
           DISPLAY 'UNDELIVERABLE ADDR : ' WS-NO-UNDELIV.               00026375
           DISPLAY 'TOTAL A/R          : ' WS-TOTAL-AR.                 00026400
           CLOSE STM-OUT.                                               00026500
           CLOSE STM-HIST-OUT.                                          00026600
                 THRU 9999-ABEND-END                                    00029900
           END-IF.                                                      00030000
                                                                        00030100
      *    the billing image must be the one extracted for the          00030114
      *    cycle date, proved before any output is opened               00030128
           MOVE WS-CYCLE-DATE TO WS-SNP-RUN-DATE.                       00030142
           PERFORM 0400-PROVE-SNAPSHOT                                  00030157
              THRU 0400-PROVE-SNAPSHOT-END.                             00030171
                                                                        00030185
      *    load the prior cycle's closing balances; an empty or         00030200
      *    missing history is a valid first cycle                       00030300
           OPEN INPUT STM-HIST.                                         00030400
              DISPLAY 'STMHIST NOT AVAILABLE - FIRST CYCLE ASSUMED'     00031100
           END-IF.                                                      00031200
           DISPLAY 'PRIOR BALANCES LOADED: ' WS-HIS-COUNT.              00031300
                                                                        00031307
      *    current payment plans; with no plan file the statements      00031314
      *    carry no installment line                                    00031321
           OPEN INPUT PLAN-IN.                                          00031328
           IF WS-PLN-FS = '00'                                          00031335
              PERFORM 1200-LOAD-PLN-TABLE                               00031342
                 THRU 1200-LOAD-PLN-TABLE-END                           00031350
                 UNTIL WS-PLN-EOF                                       00031357
              CLOSE PLAN-IN                                             00031364
           ELSE                                                         00031371
              DISPLAY 'PLANIN NOT AVAILABLE - NO PLAN LINES'            00031378
           END-IF.                                                      00031385
           DISPLAY 'CURRENT PAYMENT PLANS: ' WS-PLN-COUNT.              00031392
                                                                        00031400
           OPEN OUTPUT STM-OUT.                                         00031500
           OPEN OUTPUT STM-HIST-OUT.                                    00031600
                     MOVE ZERO       TO WS-HT-BALANCE (HIS-IDX)         00034000
                  END-IF                                                00034100
               ELSE                                                     00034200
      *           a dropped row silently loses that patient's           00034247
      *           balance forward - stop instead                        00034295
                  DISPLAY '*** HISTORY TABLE FULL - RUN STOPPED: '      00034300
                     SH-PATIENID ' ***'                                 00034400
      *-----------------------*                                         00035500
           EXIT.                                                        00035600
                                                                        00035700
      *-----------------------*                                         00035702
       1200-LOAD-PLN-TABLE.                                             00035705
      *-----------------------*                                         00035707
           READ PLAN-IN                                                 00035710
           END-READ.                                                    00035712
                                                                        00035715
           EVALUATE TRUE                                                00035717
             WHEN WS-PLN-FS = '00'                                      00035720
               IF PLN-STATUS = 'C'                                      00035722
                  IF WS-PLN-COUNT < WS-PLN-MAX                          00035725
                     ADD 1 TO WS-PLN-COUNT                              00035727
                     SET PLN-IDX TO WS-PLN-COUNT                        00035730
                     MOVE PLN-PATIENID TO WS-PL-PATIENID (PLN-IDX)      00035732
                     MOVE PLN-NEXT-AMT TO WS-PL-NEXT-AMT (PLN-IDX)      00035735
                     MOVE PLN-NEXT-DUE TO WS-PL-NEXT-DUE (PLN-IDX)      00035737
                     IF PLN-PAID < PLN-TOTAL                            00035740
                        COMPUTE WS-PL-REMAIN (PLN-IDX) =                00035742
                           PLN-TOTAL - PLN-PAID                         00035745
                     ELSE                                               00035747
                        MOVE ZERO TO WS-PL-REMAIN (PLN-IDX)             00035750
                     END-IF                                             00035752
                  ELSE                                                  00035755
                     DISPLAY 'PLAN TABLE FULL - PLAN NOT PRINTED: '     00035757
                        PLN-PATIENID                                    00035760
                     MOVE 4 TO RETURN-CODE                              00035762
                  END-IF                                                00035765
               END-IF                                                   00035767
             WHEN WS-PLN-FS = '10'                                      00035770
               SET WS-PLN-EOF TO TRUE                                   00035772
             WHEN OTHER                                                 00035775
      D        DISPLAY "ERROR READ FILE PLANIN !!!: " WS-PLN-FS         00035777
               PERFORM 9999-ABEND                                       00035780
                  THRU 9999-ABEND-END                                   00035782
           END-EVALUATE.                                                00035785
      *-----------------------*                                         00035787
       1200-LOAD-PLN-TABLE-END.                                         00035790
      *-----------------------*                                         00035792
           EXIT.                                                        00035795
                                                                        00035797
      *----------------------*                                          00035800
       4000-SCAN-PATIENT.                                               00035900
      *----------------------*                                          00036000
      *    the patient record heads its coverages, treatments and       00036007
      *    invoices on the image, up to the next patient; it            00036015
      *    carries the current mailing address                          00036023
           ADD 1 TO WS-NO-PATIENTS.                                     00036030
           MOVE SNP-PATIENID      TO WS-SAVE-PATIENTID.                 00036038
           MOVE SNP-P-PATNAME     TO WS-SAVE-PATNAME.                   00036046
           MOVE SNP-P-DEATH-FLAG  TO WS-SAVE-DEATH-FLAG.                00036053
           MOVE SNP-P-STREET      TO WS-CA-STREET.                      00036061
           MOVE SNP-P-CITY        TO WS-CA-CITY.                        00036069
           MOVE SNP-P-REGION      TO WS-CA-REGION.                      00036076
           MOVE SNP-P-POSTAL      TO WS-CA-POSTAL.                      00036084
           MOVE SNP-P-UNDELIV     TO WS-CA-UNDELIV.                     00036092
                                                                        00036100
           MOVE ZERO TO WS-PAT-BILLED.                                  00036120
           MOVE ZERO TO WS-PAT-PAID.                                    00036140
           MOVE ZERO TO WS-INV-COUNT.                                   00036160
           PERFORM 0450-READ-SNAPSHOT                                   00036180
              THRU 0450-READ-SNAPSHOT-END.                              00036200
           PERFORM 4200-SCAN-BILLING                                    00036220
              THRU 4200-SCAN-BILLING-END                                00036240
              UNTIL WS-SNP-EOF                                          00036260
                 OR SNP-PATIENT-REC.                                    00036280
                                                                        00036300
           PERFORM 5000-CLOSE-PATIENT-CYCLE                             00037466
              THRU 5000-CLOSE-PATIENT-CYCLE-END.                        00038633
                                                                        00039800
      *----------------------*                                          00039900
       4000-SCAN-PATIENT-END.                                           00040000
       4200-SCAN-BILLING.                                               00040500
      *-----------------------------------*                             00040600
                                                                        00040700
           IF SNP-INVOICE-REC                                           00041080
              MOVE SNP-I-AMOUNT    TO WS-SAVE-AMOUNT                    00041460
              MOVE SNP-I-INVOICENO TO WS-SAVE-INVOICENO                 00041840
              MOVE SNP-I-PAID      TO WS-PAID-SUM                       00042220
              ADD WS-SAVE-AMOUNT TO WS-PAT-BILLED                       00042600
              ADD WS-PAID-SUM    TO WS-PAT-PAID                         00042700
              MOVE SNP-I-OPEN-BAL  TO WS-INVOICE-NET                    00042850
      *       fully settled invoices stay off the statement             00043000
              IF WS-INVOICE-NET NOT = 0                                 00043100
                 PERFORM 4250-KEEP-OPEN-INVOICE                         00043200
              END-IF                                                    00043400
           END-IF.                                                      00043500
                                                                        00043600
           PERFORM 0450-READ-SNAPSHOT                                   00043625
              THRU 0450-READ-SNAPSHOT-END.                              00043650
                                                                        00043675
      *-----------------------------------*                             00043700
       4200-SCAN-BILLING-END.                                           00043800
      *-----------------------------------*                             00043900
           EXIT.                                                        00046200
                                                                        00046300
      *-------------------------*                                       00046400
           END-IF.                                                      00047700
      *-------------------------*                                       00047800
       4250-KEEP-OPEN-INVOICE-END.                                      00047900
      *-------------------------*                                       00048237
           EXIT.                                                        00048238
                                                                        00048239
           COMPUTE WS-PAT-ACTIVITY =                                    00049900
              WS-PAT-CLOSING - WS-PAT-FORWARD.                          00050000
                                                                        00050100
      *    nothing is mailed to a deceased patient - the balance        00050125
      *    is claimed against the estate instead; nor to an             00050150
      *    address the post office keeps sending back                   00050175
           IF WS-PAT-CLOSING NOT = 0                                    00050200
              EVALUATE TRUE                                             00050223
                WHEN WS-SAVE-DECEASED                                   00050246
                  ADD 1 TO WS-NO-DECEASED                               00050269
                  DISPLAY 'DECEASED - NO STATEMENT: ' WS-SAVE-PATIENTID 00050292
                WHEN WS-CA-UNDELIVERABLE                                00050315
                  ADD 1 TO WS-NO-UNDELIV                                00050338
                  DISPLAY 'ADDRESS UNDELIVERABLE - NO STATEMENT: '      00050361
                     WS-SAVE-PATIENTID                                  00050384
                WHEN OTHER                                              00050407
                  PERFORM 5200-WRITE-STATEMENT                          00050430
                     THRU 5200-WRITE-STATEMENT-END                      00050453
              END-EVALUATE                                              00050476
           END-IF.                                                      00050500
                                                                        00050600
      *    every patient's closing balance carries to the next          00050700
           MOVE WS-PAT-ACTIVITY   TO STM-T-ACTIVITY.                    00057200
           MOVE WS-PAT-CLOSING    TO STM-T-DUE.                         00057300
           WRITE STM-OUT-REC.                                           00057400
                                                                        00057405
      *    a patient on a current plan is shown the installment         00057411
      *    due rather than being asked for the whole balance            00057417
           PERFORM 5220-FIND-PLAN                                       00057423
              THRU 5220-FIND-PLAN-END.                                  00057429
           IF WS-PLN-HIT                                                00057435
              SET PLN-IDX TO WS-PLN-HIT-SUB                             00057441
              MOVE SPACE                    TO STM-OUT-REC              00057447
              MOVE 'P'                      TO STM-REC-TYPE             00057452
              MOVE WS-SAVE-PATIENTID        TO STM-PATIENTID            00057458
              MOVE WS-PL-NEXT-AMT (PLN-IDX) TO STM-P-INSTALL            00057464
              MOVE WS-PL-NEXT-DUE (PLN-IDX) TO STM-P-DUE-DATE           00057470
              MOVE WS-PL-REMAIN (PLN-IDX)   TO STM-P-REMAIN             00057476
              WRITE STM-OUT-REC                                         00057482
              ADD 1 TO WS-NO-PLAN-LINES                                 00057488
           END-IF.                                                      00057494
      *-----------------------*                                         00057500
       5200-WRITE-STATEMENT-END.                                        00057600
      *-----------------------*                                         00057700
      *-----------------------*                                         00059400
           EXIT.                                                        00059500
                                                                        00059600
      *-----------------------*                                         00596001
       5220-FIND-PLAN.                                                  00596002
      *-----------------------*                                         00596003
           MOVE 'N' TO WS-PLN-FOUND.                                    00596004
           PERFORM 5230-PLAN-LOOKUP                                     00596005
              THRU 5230-PLAN-LOOKUP-END                                 00596006
              VARYING PLN-IDX FROM 1 BY 1                               00596007
              UNTIL PLN-IDX > WS-PLN-COUNT                              00596008
                 OR WS-PLN-HIT.                                         00596009
      *-----------------------*                                         00596010
       5220-FIND-PLAN-END.                                              00596011
      *-----------------------*                                         00596012
           EXIT.                                                        00596013
                                                                        00596014
      *-----------------------*                                         00596015
       5230-PLAN-LOOKUP.                                                00596016
      *-----------------------*                                         00596017
           IF WS-PL-PATIENID (PLN-IDX) = WS-SAVE-PATIENTID              00596018
              MOVE 'Y' TO WS-PLN-FOUND                                  00596019
              SET WS-PLN-HIT-SUB TO PLN-IDX                             00596020
           END-IF.                                                      00596021
      *-----------------------*                                         00596022
       5230-PLAN-LOOKUP-END.                                            00596023
      *-----------------------*                                         00596024
           EXIT.                                                        00596025
                                                                        00596026
      *-----------------------*                                         00596027
       0400-PROVE-SNAPSHOT.                                             00596028
      *-----------------------*                                         00596029
      *    the image is only trusted when its records add up to         00596030
      *    the trailer PBSNAP wrote from the database; a short or       00596031
      *    damaged image stops the run before anything is written       00596032
           OPEN INPUT BIL-SNAP.                                         00596033
           IF WS-SNP-FS NOT = '00'                                      00596034
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00596035
                 ' - RUN REFUSED ***'                                   00596036
              MOVE 16 TO RETURN-CODE                                    00596037
              GOBACK                                                    00596038
           END-IF.                                                      00596039
           MOVE ZEROES TO WS-SNP-PROOF.                                 00596040
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00596041
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00596042
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00596043
           MOVE 'Y' TO WS-SNP-DATE-OK.                                  00596044
           PERFORM 0410-TALLY-SNAPSHOT                                  00596045
              THRU 0410-TALLY-SNAPSHOT-END                              00596046
              UNTIL WS-SNP-EOF.                                         00596047
           CLOSE BIL-SNAP.                                              00596048
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00596049
                                                                        00596050
           IF NOT WS-SNP-TRAILER-FOUND                                  00596051
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00596052
                 ' INCOMPLETE - RUN REFUSED ***'                        00596053
              MOVE 16 TO RETURN-CODE                                    00596054
              GOBACK                                                    00596055
           END-IF.                                                      00596056
           IF NOT WS-SNP-BALANCED                                       00596057
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00596058
                 ' - RUN REFUSED ***'                                   00596059
              MOVE 16 TO RETURN-CODE                                    00596060
              GOBACK                                                    00596061
           END-IF.                                                      00596062
           IF NOT WS-SNP-DATED-FOR-RUN                                  00596063
              DISPLAY '*** BILSNAP NOT EXTRACTED FOR ' WS-SNP-RUN-DATE  00596064
                 ' - RUN REFUSED ***'                                   00596065
              MOVE 16 TO RETURN-CODE                                    00596066
              GOBACK                                                    00596067
           END-IF.                                                      00596068
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00596069
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00596070
              WS-SNP-INV-CNT.                                           00596071
      *-----------------------*                                         00596072
       0400-PROVE-SNAPSHOT-END.                                         00596073
      *-----------------------*                                         00596074
           EXIT.                                                        00596075
                                                                        00596076
      *-----------------------*                                         00596077
       0410-TALLY-SNAPSHOT.                                             00596078
      *-----------------------*                                         00596079
           READ BIL-SNAP                                                00596080
           END-READ.                                                    00596081
                                                                        00596082
           EVALUATE TRUE                                                00596083
             WHEN WS-SNP-FS = '00'                                      00596084
      *        nothing may follow the trailer, and every C, V and       00596085
      *        I record belongs to the patient record ahead of it       00596086
               IF WS-SNP-TRAILER-FOUND                                  00596087
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00596088
                     SNP-PATIENID                                       00596089
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00596090
               END-IF                                                   00596091
               IF NOT SNP-PATIENT-REC                                   00596092
                  AND NOT SNP-TRAILER-REC                               00596093
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00596094
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00596095
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00596096
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00596097
               END-IF                                                   00596098
               EVALUATE TRUE                                            00596099
                 WHEN SNP-PATIENT-REC                                   00596100
                   ADD 1 TO WS-SNP-PAT-CNT                              00596101
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00596102
                 WHEN SNP-COVERAGE-REC                                  00596103
                   ADD 1 TO WS-SNP-COV-CNT                              00596104
                 WHEN SNP-TREATMNT-REC                                  00596105
                   ADD 1 TO WS-SNP-TRT-CNT                              00596106
                 WHEN SNP-INVOICE-REC                                   00596107
                   ADD 1 TO WS-SNP-INV-CNT                              00596108
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00596109
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00596110
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00596111
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00596112
                 WHEN SNP-TRAILER-REC                                   00596113
                   PERFORM 0420-CHECK-TRAILER                           00596114
                      THRU 0420-CHECK-TRAILER-END                       00596115
                 WHEN OTHER                                             00596116
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00596117
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00596118
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00596119
               END-EVALUATE                                             00596120
             WHEN WS-SNP-FS = '10'                                      00596121
               SET WS-SNP-EOF TO TRUE                                   00596122
             WHEN OTHER                                                 00596123
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00596124
               SET WS-SNP-EOF TO TRUE                                   00596125
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00596126
           END-EVALUATE.                                                00596127
      *-----------------------*                                         00596128
       0410-TALLY-SNAPSHOT-END.                                         00596129
      *-----------------------*                                         00596130
           EXIT.                                                        00596131
                                                                        00596132
      *-----------------------*                                         00596133
       0420-CHECK-TRAILER.                                              00596134
      *-----------------------*                                         00596135
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00596136
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00596137
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00596138
      *    an image left over from an earlier night proves its          00596139
      *    own totals but not this run's                                00596140
           IF SNP-T-EXTRACT-DATE NOT = WS-SNP-RUN-DATE                  00596141
              DISPLAY 'BILSNAP EXTRACT DATE  : ' SNP-T-EXTRACT-DATE     00596142
              DISPLAY 'RUN DATE              : ' WS-SNP-RUN-DATE        00596143
              MOVE 'N' TO WS-SNP-DATE-OK                                00596144
           END-IF.                                                      00596145
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00596146
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00596147
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00596148
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00596149
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00596150
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00596151
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00596152
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00596153
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00596154
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00596155
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00596156
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00596157
           END-IF.                                                      00596158
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00596159
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00596160
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00596161
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00596162
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00596163
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00596164
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00596165
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00596166
           END-IF.                                                      00596167
      *-----------------------*                                         00596168
       0420-CHECK-TRAILER-END.                                          00596169
      *-----------------------*                                         00596170
           EXIT.                                                        00596171
                                                                        00596172
      *-----------------------*                                         00596173
       0450-READ-SNAPSHOT.                                              00596174
      *-----------------------*                                         00596175
      *    the trailer ends the pass like end of file                   00596176
           READ BIL-SNAP                                                00596177
           END-READ.                                                    00596178
                                                                        00596179
           EVALUATE TRUE                                                00596180
             WHEN WS-SNP-FS = '00'                                      00596181
               IF SNP-TRAILER-REC                                       00596182
                  SET WS-SNP-EOF TO TRUE                                00596183
               END-IF                                                   00596184
             WHEN WS-SNP-FS = '10'                                      00596185
               SET WS-SNP-EOF TO TRUE                                   00596186
             WHEN OTHER                                                 00596187
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00596188
               MOVE 16 TO RETURN-CODE                                   00596189
               PERFORM 9999-ABEND                                       00596190
                  THRU 9999-ABEND-END                                   00596191
           END-EVALUATE.                                                00596192
      *-----------------------*                                         00596193
       0450-READ-SNAPSHOT-END.                                          00596194
      *-----------------------*                                         00596195
           EXIT.                                                        00596196
                                                                        00596197
      *-------------------*                                             00059700
       9999-ABEND.                                                      00059800
      *-------------------*                                             00059900
