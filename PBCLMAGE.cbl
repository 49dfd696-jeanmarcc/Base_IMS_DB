      * But: Rapport de vieillissement des reclamations en              00000900
      *      souffrance chez les payeurs. Charge le registre des        00001000
      *      reclamations emises (CLMREG, ecrit par PBCLAIM et          00001100
      *      tenu a jour par PBRESP), puis lit l'image de               00001200
      *      facturation de la nuit (PBSNAP), ou chaque facture         00001300
      *      porte deja son solde ouvert. Toute facture ayant           00001400
      *      une reclamation au registre et un solde ouvert est         00001500
      *      classee selon l'age de la DATE D'EXTRACTION de la          00001600
      *      reclamation par rapport a la date de reference:            00001700
      * Fichier entree: CTLCARD, une carte contenant la date de         00002200
      *      reference (AS-OF, YYYYMMDD) du rapport                     00002300
      * Fichier entree: CLMREG, registre des reclamations emises        00002400
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00002433
      *      prouvee contre son enregistrement de fin                   00002466
      * Fichier sortie: CLMAGRPT, vieillissement par payeur             00002500
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00003525
           ORGANIZATION IS SEQUENTIAL                                   00003550
           FILE STATUS IS WS-SNP-FS.                                    00003575
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-CTL-FS.                                    00003800
       DATA DIVISION.                                                   00004600
      *----------------*                                                00004700
       FILE SECTION.                                                    00004800
                                                                        00004801
      *    image de facturation de la nuit (PBSNAP): un type            00004802
      *    d'enregistrement par segment, patient/facture, et une fin    00004803
       FD  BIL-SNAP RECORDING MODE F.                                   00004804
       01  SNP-REC.                                                     00004805
           05 SNP-REC-TYPE      PIC X(01).                              00004807
              88 SNP-PATIENT-REC        VALUE 'P'.                      00004808
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00004809
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00004810
              88 SNP-INVOICE-REC        VALUE 'I'.                      00004811
              88 SNP-TRAILER-REC        VALUE 'T'.                      00004813
           05 SNP-PATIENID      PIC X(05).                              00004814
           05 SNP-DATA          PIC X(244).                             00004815
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00004816
              10 SNP-P-PATNAME     PIC X(20).                           00004817
              10 SNP-P-PATDOB      PIC X(08).                           00004819
              10 SNP-P-PATPHONE    PIC X(10).                           00004820
              10 SNP-P-PATINSUR    PIC X(15).                           00004821
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00004822
      *          blank effective date = no address on file              00004823
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00004825
              10 SNP-P-STREET      PIC X(20).                           00004826
              10 SNP-P-CITY        PIC X(15).                           00004827
              10 SNP-P-REGION      PIC X(02).                           00004828
              10 SNP-P-POSTAL      PIC X(07).                           00004829
              10 SNP-P-UNDELIV     PIC X(01).                           00004830
              10 FILLER            PIC X(137).                          00004832
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00004833
              10 SNP-C-PAYERCD     PIC X(08).                           00004834
              10 SNP-C-POLICYNO    PIC X(12).                           00004835
              10 SNP-C-EFFDATE     PIC X(08).                           00004836
              10 SNP-C-EXPDATE     PIC X(08).                           00004838
              10 FILLER            PIC X(208).                          00004839
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00004840
              10 SNP-V-TRDATE      PIC X(08).                           00004841
              10 SNP-V-TRTNAME     PIC X(20).                           00004842
              10 SNP-V-DOCTOR      PIC X(20).                           00004844
              10 SNP-V-FACILITY    PIC X(02).                           00004845
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00004846
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00004847
              10 FILLER            PIC X(162).                          00004848
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00004850
              10 SNP-I-INVOICENO   PIC X(08).                           00004851
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00004852
              10 SNP-I-BILLDATE    PIC X(08).                           00004853
              10 SNP-I-REFINVNO    PIC X(08).                           00004854
              10 SNP-I-TRANTYPE    PIC X(01).                           00004855
              10 SNP-I-FACILITY    PIC X(02).                           00004857
              10 SNP-I-TRTNAME     PIC X(20).                           00004858
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00004859
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00004860
              10 SNP-I-PAID        PIC S9(9)V99.                        00004861
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00004863
      *          rang parmi les C du patient de la couverture           00004864
      *          active au BILLDATE; 00 = auto-paye                     00004865
              10 SNP-I-COV-SEQ     PIC 9(02).                           00004866
              10 SNP-I-PAYERCD     PIC X(08).                           00004867
              10 SNP-I-POLICYNO    PIC X(12).                           00004869
              10 SNP-I-EFFDATE     PIC X(08).                           00004870
              10 SNP-I-EXPDATE     PIC X(08).                           00004871
      *          rang parmi les V du patient du traitement              00004872
      *          facture (TRTNAME); 00 = aucun                          00004873
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00004875
              10 SNP-I-PATNAME     PIC X(20).                           00004876
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00004877
              10 SNP-I-STREET      PIC X(20).                           00004878
              10 SNP-I-CITY        PIC X(15).                           00004879
              10 SNP-I-REGION      PIC X(02).                           00004880
              10 SNP-I-POSTAL      PIC X(07).                           00004882
              10 SNP-I-UNDELIV     PIC X(01).                           00004883
              10 FILLER            PIC X(48).                           00004884
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00004885
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00004886
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00004888
              10 SNP-T-PAT-CNT     PIC 9(09).                           00004889
              10 SNP-T-COV-CNT     PIC 9(09).                           00004890
              10 SNP-T-TRT-CNT     PIC 9(09).                           00004891
              10 SNP-T-INV-CNT     PIC 9(09).                           00004892
              10 SNP-T-PAY-CNT     PIC 9(09).                           00004894
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00004895
              10 SNP-T-PAID        PIC S9(13)V99.                       00004896
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00004897
              10 FILLER            PIC X(138).                          00004898
                                                                        00004900
       FD  CTLCARD RECORDING MODE F.                                    00005000
       01  CTL-CARD-REC.                                                00005100
          05 WS-CTL-FS                 PIC X(2).                        00008600
          05 WS-REG-FS                 PIC X(2).                        00008700
          05 WS-RPT01-FS               PIC X(2).                        00008800
          05 WS-SNP-FS                 PIC X(2).                        00008803
                                                                        00008807
      *    lecture de l'image de facturation, et sa preuve contre       00008811
      *    l'enregistrement de fin avant tout traitement                00008815
       01 WS-SNP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00008819
          88 WS-SNP-EOF                 VALUE 'TRUE'.                   00008823
       01 WS-SNP-TRAILER-SEEN           PIC X(01) VALUE 'N'.            00008826
          88 WS-SNP-TRAILER-FOUND       VALUE 'Y'.                      00008830
       01 WS-SNP-BALANCE-OK             PIC X(01) VALUE 'N'.            00008834
          88 WS-SNP-BALANCED            VALUE 'Y'.                      00008838
       01 WS-SNP-LAST-PATIENID          PIC X(05).                      00008842
       01 WS-SNP-EXTRACT-DATE           PIC 9(08).                      00008846
       01 WS-SNP-EXTRACT-TIME           PIC 9(08).                      00008850
       01 WS-SNP-RUN-DATE               PIC 9(08).                      00008853
       01 WS-SNP-DATE-OK                PIC X(01) VALUE 'N'.            00008857
          88 WS-SNP-DATED-FOR-RUN       VALUE 'Y'.                      00008861
       01 WS-SNP-PROOF.                                                 00008865
          05 WS-SNP-PAT-CNT     PIC 9(09).                              00008869
          05 WS-SNP-COV-CNT     PIC 9(09).                              00008873
          05 WS-SNP-TRT-CNT     PIC 9(09).                              00008876
          05 WS-SNP-INV-CNT     PIC 9(09).                              00008880
          05 WS-SNP-PAY-CNT     PIC 9(09).                              00008884
          05 WS-SNP-AMOUNT      PIC S9(13)V99.                          00008888
          05 WS-SNP-PAID        PIC S9(13)V99.                          00008892
          05 WS-SNP-OPEN-BAL    PIC S9(13)V99.                          00008896
                                                                        00008900
       01 WS-REG-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009000
          88 WS-REG-EOF                 VALUE 'TRUE'.                   00009100
           05 RPT-T-OVER90     PIC -ZZZZZZZ9.99.                        00019200
           05 FILLER           PIC X(18) VALUE SPACE.                   00019300
                                                                        00019400
       01 WS-OPEN-BALANCE               PIC S9(9)V99 VALUE 0.           00024800
       01 WS-SAVE-INVOICENO             PIC X(08).                      00025000
                                                                        00027300
      *-----------------------*                                         00027400
       PROCEDURE DIVISION.                                              00027500
      *-----------------------*                                         00027600
                                                                        00028000
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00028100
                                                                        00028200
              THRU 1000-INIT-END.                                       00028400
                                                                        00028500
           DISPLAY '1_____AGE OUTSTANDING CLAIMS BY PAYER'.             00028600
           OPEN INPUT BIL-SNAP.                                         00028650
           PERFORM 0450-READ-SNAPSHOT                                   00028700
              THRU 0450-READ-SNAPSHOT-END.                              00028750
           PERFORM 4000-SCAN-PATIENT                                    00028800
              THRU 4000-SCAN-PATIENT-END                                00028900
              UNTIL WS-SNP-EOF.                                         00028966
           CLOSE BIL-SNAP.                                              00029033
                                                                        00029100
           PERFORM 4900-WRITE-PAYER-LINES                               00029200
              THRU 4900-WRITE-PAYER-LINES-END.                          00029300
              PERFORM 9999-ABEND                                        00033000
                 THRU 9999-ABEND-END                                    00033100
           END-IF.                                                      00033200
                                                                        00033214
      *    the billing image must be the one extracted for the          00033228
      *    as-of date, proved before any output is opened               00033242
           MOVE WS-ASOF-DATE TO WS-SNP-RUN-DATE.                        00033257
           PERFORM 0400-PROVE-SNAPSHOT                                  00033271
              THRU 0400-PROVE-SNAPSHOT-END.                             00033285
                                                                        00033300
           COMPUTE WS-ASOF-DAYS = (WS-ASOF-YY * 365)                    00033400
                                + (WS-ASOF-MM * 30)                     00033500
      *----------------------*                                          00039600
       4000-SCAN-PATIENT.                                               00039700
      *----------------------*                                          00039800
      *    the patient record heads its coverages, treatments and       00039825
      *    invoices on the image, up to the next patient                00039850
           ADD 1 TO WS-RPT-PATIENT-CNT.                                 00039875
                                                                        00039900
           PERFORM 0450-READ-SNAPSHOT                                   00040314
              THRU 0450-READ-SNAPSHOT-END.                              00040728
           PERFORM 4100-AGE-BILLING                                     00041142
              THRU 4100-AGE-BILLING-END                                 00041557
              UNTIL WS-SNP-EOF                                          00041971
                 OR SNP-PATIENT-REC.                                    00042385
                                                                        00042800
      *----------------------*                                          00042900
       4000-SCAN-PATIENT-END.                                           00043000
       4100-AGE-BILLING.                                                00043500
      *-----------------------------------*                             00043600
                                                                        00043700
           IF SNP-INVOICE-REC                                           00044166
              MOVE SNP-I-INVOICENO TO WS-SAVE-INVOICENO                 00044633
              PERFORM 4140-FIND-CLAIM                                   00045100
                 THRU 4140-FIND-CLAIM-END                               00045200
              IF WS-CLM-HIT                                             00045300
                 MOVE SNP-I-OPEN-BAL TO WS-OPEN-BALANCE                 00045700
                 IF WS-OPEN-BALANCE > 0                                 00046100
                    ADD 1 TO WS-RPT-CLAIM-CNT                           00046200
                    PERFORM 4150-BUCKET-CLAIM                           00046300
              END-IF                                                    00046600
           END-IF.                                                      00046700
                                                                        00046800
           PERFORM 0450-READ-SNAPSHOT                                   00046825
              THRU 0450-READ-SNAPSHOT-END.                              00046850
                                                                        00046875
      *-----------------------------------*                             00046900
       4100-AGE-BILLING-END.                                            00047000
      *-----------------------------------*                             00047100
           EXIT.                                                        00049400
                                                                        00049500
      *-------------------------*                                       00049600
      *-------------------------*                                       00066900
           EXIT.                                                        00067000
                                                                        00067100
      *-----------------------*                                         00671001
       0400-PROVE-SNAPSHOT.                                             00671002
      *-----------------------*                                         00671003
      *    the image is only trusted when its records add up to         00671004
      *    the trailer PBSNAP wrote from the database; a short or       00671005
      *    damaged image stops the run before anything is written       00671006
           OPEN INPUT BIL-SNAP.                                         00671007
           IF WS-SNP-FS NOT = '00'                                      00671008
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00671009
                 ' - RUN REFUSED ***'                                   00671010
              MOVE 16 TO RETURN-CODE                                    00671011
              GOBACK                                                    00671012
           END-IF.                                                      00671013
           MOVE ZEROES TO WS-SNP-PROOF.                                 00671014
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00671015
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00671016
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00671017
           MOVE 'Y' TO WS-SNP-DATE-OK.                                  00671018
           PERFORM 0410-TALLY-SNAPSHOT                                  00671019
              THRU 0410-TALLY-SNAPSHOT-END                              00671020
              UNTIL WS-SNP-EOF.                                         00671021
           CLOSE BIL-SNAP.                                              00671022
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00671023
                                                                        00671024
           IF NOT WS-SNP-TRAILER-FOUND                                  00671025
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00671026
                 ' INCOMPLETE - RUN REFUSED ***'                        00671027
              MOVE 16 TO RETURN-CODE                                    00671028
              GOBACK                                                    00671029
           END-IF.                                                      00671030
           IF NOT WS-SNP-BALANCED                                       00671031
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00671032
                 ' - RUN REFUSED ***'                                   00671033
              MOVE 16 TO RETURN-CODE                                    00671034
              GOBACK                                                    00671035
           END-IF.                                                      00671036
           IF NOT WS-SNP-DATED-FOR-RUN                                  00671037
              DISPLAY '*** BILSNAP NOT EXTRACTED FOR ' WS-SNP-RUN-DATE  00671038
                 ' - RUN REFUSED ***'                                   00671039
              MOVE 16 TO RETURN-CODE                                    00671040
              GOBACK                                                    00671041
           END-IF.                                                      00671042
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00671043
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00671044
              WS-SNP-INV-CNT.                                           00671045
      *-----------------------*                                         00671046
       0400-PROVE-SNAPSHOT-END.                                         00671047
      *-----------------------*                                         00671048
           EXIT.                                                        00671049
                                                                        00671050
      *-----------------------*                                         00671051
       0410-TALLY-SNAPSHOT.                                             00671052
      *-----------------------*                                         00671053
           READ BIL-SNAP                                                00671054
           END-READ.                                                    00671055
                                                                        00671056
           EVALUATE TRUE                                                00671057
             WHEN WS-SNP-FS = '00'                                      00671058
      *        nothing may follow the trailer, and every C, V and       00671059
      *        I record belongs to the patient record ahead of it       00671060
               IF WS-SNP-TRAILER-FOUND                                  00671061
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00671062
                     SNP-PATIENID                                       00671063
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00671064
               END-IF                                                   00671065
               IF NOT SNP-PATIENT-REC                                   00671066
                  AND NOT SNP-TRAILER-REC                               00671067
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00671068
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00671069
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00671070
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00671071
               END-IF                                                   00671072
               EVALUATE TRUE                                            00671073
                 WHEN SNP-PATIENT-REC                                   00671074
                   ADD 1 TO WS-SNP-PAT-CNT                              00671075
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00671076
                 WHEN SNP-COVERAGE-REC                                  00671077
                   ADD 1 TO WS-SNP-COV-CNT                              00671078
                 WHEN SNP-TREATMNT-REC                                  00671079
                   ADD 1 TO WS-SNP-TRT-CNT                              00671080
                 WHEN SNP-INVOICE-REC                                   00671081
                   ADD 1 TO WS-SNP-INV-CNT                              00671082
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00671083
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00671084
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00671085
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00671086
                 WHEN SNP-TRAILER-REC                                   00671087
                   PERFORM 0420-CHECK-TRAILER                           00671088
                      THRU 0420-CHECK-TRAILER-END                       00671089
                 WHEN OTHER                                             00671090
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00671091
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00671092
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00671093
               END-EVALUATE                                             00671094
             WHEN WS-SNP-FS = '10'                                      00671095
               SET WS-SNP-EOF TO TRUE                                   00671096
             WHEN OTHER                                                 00671097
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00671098
               SET WS-SNP-EOF TO TRUE                                   00671099
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00671100
           END-EVALUATE.                                                00671101
      *-----------------------*                                         00671102
       0410-TALLY-SNAPSHOT-END.                                         00671103
      *-----------------------*                                         00671104
           EXIT.                                                        00671105
                                                                        00671106
      *-----------------------*                                         00671107
       0420-CHECK-TRAILER.                                              00671108
      *-----------------------*                                         00671109
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00671110
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00671111
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00671112
      *    an image left over from an earlier night proves its          00671113
      *    own totals but not this run's                                00671114
           IF SNP-T-EXTRACT-DATE NOT = WS-SNP-RUN-DATE                  00671115
              DISPLAY 'BILSNAP EXTRACT DATE  : ' SNP-T-EXTRACT-DATE     00671116
              DISPLAY 'RUN DATE              : ' WS-SNP-RUN-DATE        00671117
              MOVE 'N' TO WS-SNP-DATE-OK                                00671118
           END-IF.                                                      00671119
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00671120
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00671121
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00671122
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00671123
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00671124
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00671125
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00671126
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00671127
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00671128
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00671129
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00671130
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00671131
           END-IF.                                                      00671132
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00671133
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00671134
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00671135
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00671136
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00671137
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00671138
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00671139
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00671140
           END-IF.                                                      00671141
      *-----------------------*                                         00671142
       0420-CHECK-TRAILER-END.                                          00671143
      *-----------------------*                                         00671144
           EXIT.                                                        00671145
                                                                        00671146
      *-----------------------*                                         00671147
       0450-READ-SNAPSHOT.                                              00671148
      *-----------------------*                                         00671149
      *    the trailer ends the pass like end of file                   00671150
           READ BIL-SNAP                                                00671151
           END-READ.                                                    00671152
                                                                        00671153
           EVALUATE TRUE                                                00671154
             WHEN WS-SNP-FS = '00'                                      00671155
               IF SNP-TRAILER-REC                                       00671156
                  SET WS-SNP-EOF TO TRUE                                00671157
               END-IF                                                   00671158
             WHEN WS-SNP-FS = '10'                                      00671159
               SET WS-SNP-EOF TO TRUE                                   00671160
             WHEN OTHER                                                 00671161
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00671162
               MOVE 16 TO RETURN-CODE                                   00671163
               PERFORM 9999-ABEND                                       00671164
                  THRU 9999-ABEND-END                                   00671165
           END-EVALUATE.                                                00671166
      *-----------------------*                                         00671167
       0450-READ-SNAPSHOT-END.                                          00671168
      *-----------------------*                                         00671169
           EXIT.                                                        00671170
                                                                        00671171
      *-------------------*                                             00067200
       9999-ABEND.                                                      00067300
      *-------------------*                                             00067400
