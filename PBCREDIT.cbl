      *      trop-percus imputes par PBPAYMT et les notes de            00001000
      *      credit 'C' de PBCREA, certaines factures finissent         00001100
      *      avec des paiements superieurs au montant facture:          00001200
      *      cet argent est du aux patients. Le programme lit           00001300
      *      l'image de facturation de la nuit (PBSNAP), ou chaque      00001400
      *      facture porte deja la somme de ses PAYMENT, liste          00001500
      *      chaque solde crediteur avec le nom et le telephone         00001600
      *      du patient, et ecrit un extrait de remboursement           00001700
      *      pour le service d'emission de cheques, avec un             00001800
      *      enregistrement remorque de total de controle.              00001900
      *                                                                 00002000
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00002033
      *      prouvee contre son enregistrement de fin                   00002066
      * Fichier sortie: CREDRPT, liste des soldes crediteurs            00002100
      * Fichier sortie: REFUND, extrait de remboursement                00002200
      *      (D=detail, T=remorque avec compte et total)                00002300
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003100
       INPUT-OUTPUT SECTION.                                            00003200
       FILE-CONTROL.                                                    00003300
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00003325
           ORGANIZATION IS SEQUENTIAL                                   00003350
           FILE STATUS IS WS-SNP-FS.                                    00003375
           SELECT RPT01-OUT ASSIGN TO CREDRPT                           00003400
           ORGANIZATION IS LINE SEQUENTIAL                              00003500
           FILE STATUS IS WS-RPT01-FS.                                  00003600
       DATA DIVISION.                                                   00004100
      *----------------*                                                00004200
       FILE SECTION.                                                    00004300
                                                                        00004301
      *    image de facturation de la nuit (PBSNAP): un type            00004302
      *    d'enregistrement par segment, patient/facture, et une fin    00004303
       FD  BIL-SNAP RECORDING MODE F.                                   00004304
       01  SNP-REC.                                                     00004305
           05 SNP-REC-TYPE      PIC X(01).                              00004307
              88 SNP-PATIENT-REC        VALUE 'P'.                      00004308
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00004309
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00004310
              88 SNP-INVOICE-REC        VALUE 'I'.                      00004311
              88 SNP-TRAILER-REC        VALUE 'T'.                      00004313
           05 SNP-PATIENID      PIC X(05).                              00004314
           05 SNP-DATA          PIC X(244).                             00004315
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00004316
              10 SNP-P-PATNAME     PIC X(20).                           00004317
              10 SNP-P-PATDOB      PIC X(08).                           00004319
              10 SNP-P-PATPHONE    PIC X(10).                           00004320
              10 SNP-P-PATINSUR    PIC X(15).                           00004321
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00004322
      *          blank effective date = no address on file              00004323
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00004325
              10 SNP-P-STREET      PIC X(20).                           00004326
              10 SNP-P-CITY        PIC X(15).                           00004327
              10 SNP-P-REGION      PIC X(02).                           00004328
              10 SNP-P-POSTAL      PIC X(07).                           00004329
              10 SNP-P-UNDELIV     PIC X(01).                           00004330
              10 FILLER            PIC X(137).                          00004332
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00004333
              10 SNP-C-PAYERCD     PIC X(08).                           00004334
              10 SNP-C-POLICYNO    PIC X(12).                           00004335
              10 SNP-C-EFFDATE     PIC X(08).                           00004336
              10 SNP-C-EXPDATE     PIC X(08).                           00004338
              10 FILLER            PIC X(208).                          00004339
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00004340
              10 SNP-V-TRDATE      PIC X(08).                           00004341
              10 SNP-V-TRTNAME     PIC X(20).                           00004342
              10 SNP-V-DOCTOR      PIC X(20).                           00004344
              10 SNP-V-FACILITY    PIC X(02).                           00004345
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00004346
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00004347
              10 FILLER            PIC X(162).                          00004348
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00004350
              10 SNP-I-INVOICENO   PIC X(08).                           00004351
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00004352
              10 SNP-I-BILLDATE    PIC X(08).                           00004353
              10 SNP-I-REFINVNO    PIC X(08).                           00004354
              10 SNP-I-TRANTYPE    PIC X(01).                           00004355
              10 SNP-I-FACILITY    PIC X(02).                           00004357
              10 SNP-I-TRTNAME     PIC X(20).                           00004358
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00004359
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00004360
              10 SNP-I-PAID        PIC S9(9)V99.                        00004361
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00004363
      *          rang parmi les C du patient de la couverture           00004364
      *          active au BILLDATE; 00 = auto-paye                     00004365
              10 SNP-I-COV-SEQ     PIC 9(02).                           00004366
              10 SNP-I-PAYERCD     PIC X(08).                           00004367
              10 SNP-I-POLICYNO    PIC X(12).                           00004369
              10 SNP-I-EFFDATE     PIC X(08).                           00004370
              10 SNP-I-EXPDATE     PIC X(08).                           00004371
      *          rang parmi les V du patient du traitement              00004372
      *          facture (TRTNAME); 00 = aucun                          00004373
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00004375
              10 SNP-I-PATNAME     PIC X(20).                           00004376
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00004377
              10 SNP-I-STREET      PIC X(20).                           00004378
              10 SNP-I-CITY        PIC X(15).                           00004379
              10 SNP-I-REGION      PIC X(02).                           00004380
              10 SNP-I-POSTAL      PIC X(07).                           00004382
              10 SNP-I-UNDELIV     PIC X(01).                           00004383
              10 FILLER            PIC X(48).                           00004384
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00004385
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00004386
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00004388
              10 SNP-T-PAT-CNT     PIC 9(09).                           00004389
              10 SNP-T-COV-CNT     PIC 9(09).                           00004390
              10 SNP-T-TRT-CNT     PIC 9(09).                           00004391
              10 SNP-T-INV-CNT     PIC 9(09).                           00004392
              10 SNP-T-PAY-CNT     PIC 9(09).                           00004394
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00004395
              10 SNP-T-PAID        PIC S9(13)V99.                       00004396
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00004397
              10 FILLER            PIC X(138).                          00004398
                                                                        00004400
       FD  RPT01-OUT RECORDING MODE F.                                  00004500
       01  RPT01-OUT-REC                PIC X(80).                      00004600
       01 WS-FILE-STATUS.                                               00007400
          05 WS-RPT01-FS               PIC X(2).                        00007500
          05 WS-RFND-FS                PIC X(2).                        00007600
          05 WS-SNP-FS                 PIC X(2).                        00007603
                                                                        00007607
      *    lecture de l'image de facturation, et sa preuve contre       00007611
      *    l'enregistrement de fin avant tout traitement                00007615
       01 WS-SNP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007619
          88 WS-SNP-EOF                 VALUE 'TRUE'.                   00007623
       01 WS-SNP-TRAILER-SEEN           PIC X(01) VALUE 'N'.            00007626
          88 WS-SNP-TRAILER-FOUND       VALUE 'Y'.                      00007630
       01 WS-SNP-BALANCE-OK             PIC X(01) VALUE 'N'.            00007634
          88 WS-SNP-BALANCED            VALUE 'Y'.                      00007638
       01 WS-SNP-LAST-PATIENID          PIC X(05).                      00007642
       01 WS-SNP-EXTRACT-DATE           PIC 9(08).                      00007646
       01 WS-SNP-EXTRACT-TIME           PIC 9(08).                      00007650
       01 WS-SNP-RUN-DATE               PIC 9(08).                      00007653
       01 WS-SNP-DATE-OK                PIC X(01) VALUE 'N'.            00007657
          88 WS-SNP-DATED-FOR-RUN       VALUE 'Y'.                      00007661
       01 WS-SNP-PROOF.                                                 00007665
          05 WS-SNP-PAT-CNT     PIC 9(09).                              00007669
          05 WS-SNP-COV-CNT     PIC 9(09).                              00007673
          05 WS-SNP-TRT-CNT     PIC 9(09).                              00007676
          05 WS-SNP-INV-CNT     PIC 9(09).                              00007680
          05 WS-SNP-PAY-CNT     PIC 9(09).                              00007684
          05 WS-SNP-AMOUNT      PIC S9(13)V99.                          00007688
          05 WS-SNP-PAID        PIC S9(13)V99.                          00007692
          05 WS-SNP-OPEN-BAL    PIC S9(13)V99.                          00007696
                                                                        00007700
       01 WS-COUNTERS.                                                  00007800
           05 WS-NO-PATIENTS               PIC 9(8).                    00007900
                                                                        00008100
       01 WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE 0.           00008200
                                                                        00008300
       01 WS-CREDIT-AMOUNT              PIC S9(9)V99 VALUE 0.           00008500
       01 WS-SAVE-AMOUNT                PIC S9(7)V99.                   00008600
       01 WS-SAVE-INVOICENO             PIC X(08).                      00008700
           05 RPT-T-AMT        PIC -ZZZZZZZZZ9.99.                      00012900
           05 FILLER           PIC X(33) VALUE SPACE.                   00013000
                                                                        00013100
      *-----------------------*                                         00021100
       PROCEDURE DIVISION.                                              00021200
      *-----------------------*                                         00021300
                                                                        00021400
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00021550
                                                                        00021700
      *    the image must be tonight's                                  00021740
           ACCEPT WS-SNP-RUN-DATE FROM DATE YYYYMMDD.                   00021780
           PERFORM 0400-PROVE-SNAPSHOT                                  00021820
              THRU 0400-PROVE-SNAPSHOT-END.                             00021860
                                                                        00021900
           PERFORM 1000-INIT                                            00022000
              THRU 1000-INIT-END.                                       00022100
                                                                        00022200
           DISPLAY '1_____SCAN ALL INVOICES FOR CREDIT BALANCES'.       00022300
           OPEN INPUT BIL-SNAP.                                         00022350
           PERFORM 0450-READ-SNAPSHOT                                   00022400
              THRU 0450-READ-SNAPSHOT-END.                              00022450
           PERFORM 4000-SCAN-PATIENT                                    00022500
              THRU 4000-SCAN-PATIENT-END                                00022600
              UNTIL WS-SNP-EOF.                                         00022666
           CLOSE BIL-SNAP.                                              00022733
                                                                        00022800
           PERFORM 6000-WRITE-CONTROL-TOTAL                             00022900
              THRU 6000-WRITE-CONTROL-TOTAL-END.                        00023000
      *----------------------*                                          00026800
       4000-SCAN-PATIENT.                                               00026900
      *----------------------*                                          00027000
      *    the patient record heads its coverages, treatments and       00027014
      *    invoices on the image, up to the next patient                00027028
           ADD 1 TO WS-NO-PATIENTS.                                     00027042
           MOVE SNP-PATIENID   TO WS-SAVE-PATIENTID.                    00027057
           MOVE SNP-P-PATNAME  TO WS-SAVE-PATNAME.                      00027071
           MOVE SNP-P-PATPHONE TO WS-SAVE-PATPHONE.                     00027085
                                                                        00027100
           PERFORM 0450-READ-SNAPSHOT                                   00027557
              THRU 0450-READ-SNAPSHOT-END.                              00028014
           PERFORM 4100-NET-BILLING                                     00028471
              THRU 4100-NET-BILLING-END                                 00028928
              UNTIL WS-SNP-EOF                                          00029385
                 OR SNP-PATIENT-REC.                                    00029842
                                                                        00030300
      *----------------------*                                          00030400
       4000-SCAN-PATIENT-END.                                           00030500
       4100-NET-BILLING.                                                00031000
      *-----------------------------------*                             00031100
                                                                        00031200
           IF SNP-INVOICE-REC                                           00031570
              MOVE SNP-I-AMOUNT    TO WS-SAVE-AMOUNT                    00031940
              MOVE SNP-I-INVOICENO TO WS-SAVE-INVOICENO                 00032310
              MOVE SNP-I-TRANTYPE  TO WS-SAVE-TRANTYPE                  00032680
      *       the 'C'/'D' memo rows of PBCREA are adjustments           00033050
      *       against their REFINVNO invoice, never payable in          00033060
      *       their own right - netting one would cut a refund          00033070
      *       check for every adjustment ever posted                    00033080
      *       paid more than invoiced = money owed back                 00033100
              COMPUTE WS-CREDIT-AMOUNT =                                00033200
                 SNP-I-PAID - WS-SAVE-AMOUNT                            00033300
              IF WS-CREDIT-AMOUNT > 0                                   00033400
                 AND WS-SAVE-TRANTYPE NOT = 'C'                         00033420
                 AND WS-SAVE-TRANTYPE NOT = 'D'                         00033440
              END-IF                                                    00033700
           END-IF.                                                      00033800
                                                                        00033900
           PERFORM 0450-READ-SNAPSHOT                                   00033925
              THRU 0450-READ-SNAPSHOT-END.                              00033950
                                                                        00033975
      *-----------------------------------*                             00034000
       4100-NET-BILLING-END.                                            00034100
      *-----------------------------------*                             00034200
           EXIT.                                                        00036500
                                                                        00036600
      *-----------------------*                                         00036700
      *-------------------------*                                       00044900
           EXIT.                                                        00045000
                                                                        00045100
      *-----------------------*                                         00451001
       0400-PROVE-SNAPSHOT.                                             00451002
      *-----------------------*                                         00451003
      *    the image is only trusted when its records add up to         00451004
      *    the trailer PBSNAP wrote from the database; a short or       00451005
      *    damaged image stops the run before anything is written       00451006
           OPEN INPUT BIL-SNAP.                                         00451007
           IF WS-SNP-FS NOT = '00'                                      00451008
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00451009
                 ' - RUN REFUSED ***'                                   00451010
              MOVE 16 TO RETURN-CODE                                    00451011
              GOBACK                                                    00451012
           END-IF.                                                      00451013
           MOVE ZEROES TO WS-SNP-PROOF.                                 00451014
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00451015
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00451016
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00451017
           MOVE 'Y' TO WS-SNP-DATE-OK.                                  00451018
           PERFORM 0410-TALLY-SNAPSHOT                                  00451019
              THRU 0410-TALLY-SNAPSHOT-END                              00451020
              UNTIL WS-SNP-EOF.                                         00451021
           CLOSE BIL-SNAP.                                              00451022
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00451023
                                                                        00451024
           IF NOT WS-SNP-TRAILER-FOUND                                  00451025
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00451026
                 ' INCOMPLETE - RUN REFUSED ***'                        00451027
              MOVE 16 TO RETURN-CODE                                    00451028
              GOBACK                                                    00451029
           END-IF.                                                      00451030
           IF NOT WS-SNP-BALANCED                                       00451031
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00451032
                 ' - RUN REFUSED ***'                                   00451033
              MOVE 16 TO RETURN-CODE                                    00451034
              GOBACK                                                    00451035
           END-IF.                                                      00451036
           IF NOT WS-SNP-DATED-FOR-RUN                                  00451037
              DISPLAY '*** BILSNAP NOT EXTRACTED FOR ' WS-SNP-RUN-DATE  00451038
                 ' - RUN REFUSED ***'                                   00451039
              MOVE 16 TO RETURN-CODE                                    00451040
              GOBACK                                                    00451041
           END-IF.                                                      00451042
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00451043
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00451044
              WS-SNP-INV-CNT.                                           00451045
      *-----------------------*                                         00451046
       0400-PROVE-SNAPSHOT-END.                                         00451047
      *-----------------------*                                         00451048
           EXIT.                                                        00451049
                                                                        00451050
      *-----------------------*                                         00451051
       0410-TALLY-SNAPSHOT.                                             00451052
      *-----------------------*                                         00451053
           READ BIL-SNAP                                                00451054
           END-READ.                                                    00451055
                                                                        00451056
           EVALUATE TRUE                                                00451057
             WHEN WS-SNP-FS = '00'                                      00451058
      *        nothing may follow the trailer, and every C, V and       00451059
      *        I record belongs to the patient record ahead of it       00451060
               IF WS-SNP-TRAILER-FOUND                                  00451061
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00451062
                     SNP-PATIENID                                       00451063
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00451064
               END-IF                                                   00451065
               IF NOT SNP-PATIENT-REC                                   00451066
                  AND NOT SNP-TRAILER-REC                               00451067
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00451068
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00451069
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00451070
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00451071
               END-IF                                                   00451072
               EVALUATE TRUE                                            00451073
                 WHEN SNP-PATIENT-REC                                   00451074
                   ADD 1 TO WS-SNP-PAT-CNT                              00451075
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00451076
                 WHEN SNP-COVERAGE-REC                                  00451077
                   ADD 1 TO WS-SNP-COV-CNT                              00451078
                 WHEN SNP-TREATMNT-REC                                  00451079
                   ADD 1 TO WS-SNP-TRT-CNT                              00451080
                 WHEN SNP-INVOICE-REC                                   00451081
                   ADD 1 TO WS-SNP-INV-CNT                              00451082
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00451083
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00451084
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00451085
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00451086
                 WHEN SNP-TRAILER-REC                                   00451087
                   PERFORM 0420-CHECK-TRAILER                           00451088
                      THRU 0420-CHECK-TRAILER-END                       00451089
                 WHEN OTHER                                             00451090
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00451091
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00451092
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00451093
               END-EVALUATE                                             00451094
             WHEN WS-SNP-FS = '10'                                      00451095
               SET WS-SNP-EOF TO TRUE                                   00451096
             WHEN OTHER                                                 00451097
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00451098
               SET WS-SNP-EOF TO TRUE                                   00451099
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00451100
           END-EVALUATE.                                                00451101
      *-----------------------*                                         00451102
       0410-TALLY-SNAPSHOT-END.                                         00451103
      *-----------------------*                                         00451104
           EXIT.                                                        00451105
                                                                        00451106
      *-----------------------*                                         00451107
       0420-CHECK-TRAILER.                                              00451108
      *-----------------------*                                         00451109
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00451110
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00451111
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00451112
      *    an image left over from an earlier night proves its          00451113
      *    own totals but not this run's                                00451114
           IF SNP-T-EXTRACT-DATE NOT = WS-SNP-RUN-DATE                  00451115
              DISPLAY 'BILSNAP EXTRACT DATE  : ' SNP-T-EXTRACT-DATE     00451116
              DISPLAY 'RUN DATE              : ' WS-SNP-RUN-DATE        00451117
              MOVE 'N' TO WS-SNP-DATE-OK                                00451118
           END-IF.                                                      00451119
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00451120
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00451121
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00451122
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00451123
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00451124
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00451125
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00451126
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00451127
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00451128
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00451129
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00451130
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00451131
           END-IF.                                                      00451132
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00451133
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00451134
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00451135
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00451136
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00451137
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00451138
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00451139
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00451140
           END-IF.                                                      00451141
      *-----------------------*                                         00451142
       0420-CHECK-TRAILER-END.                                          00451143
      *-----------------------*                                         00451144
           EXIT.                                                        00451145
                                                                        00451146
      *-----------------------*                                         00451147
       0450-READ-SNAPSHOT.                                              00451148
      *-----------------------*                                         00451149
      *    the trailer ends the pass like end of file                   00451150
           READ BIL-SNAP                                                00451151
           END-READ.                                                    00451152
                                                                        00451153
           EVALUATE TRUE                                                00451154
             WHEN WS-SNP-FS = '00'                                      00451155
               IF SNP-TRAILER-REC                                       00451156
                  SET WS-SNP-EOF TO TRUE                                00451157
               END-IF                                                   00451158
             WHEN WS-SNP-FS = '10'                                      00451159
               SET WS-SNP-EOF TO TRUE                                   00451160
             WHEN OTHER                                                 00451161
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00451162
               MOVE 16 TO RETURN-CODE                                   00451163
               PERFORM 9999-ABEND                                       00451164
                  THRU 9999-ABEND-END                                   00451165
           END-EVALUATE.                                                00451166
      *-----------------------*                                         00451167
       0450-READ-SNAPSHOT-END.                                          00451168
      *-----------------------*                                         00451169
           EXIT.                                                        00451170
                                                                        00451171
      *-------------------*                                             00045200
       9999-ABEND.                                                      00045300
      *-------------------*                                             00045400
