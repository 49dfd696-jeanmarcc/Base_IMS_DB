      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport de vieillissement des comptes a recevoir.          00000900
      *      Lit l'image de facturation de la nuit (PBSNAP) et          00001000
      *      classe le solde ouvert de chaque facture selon             00001100
      *      l'age de son BILLDATE par rapport a la date de             00001200
      *      reference fournie en entree: courant / 30 / 60 / 90+       00001300
      *      jours. Une ligne par patient et des grands totaux          00001400
      *      par tranche.                                               00001500
      *                                                                 00001600
      * Fichier entree: CTLCARD, une carte contenant la date de         00001700
      *      reference (AS-OF, YYYYMMDD) du rapport                     00001800
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00001833
      *      prouvee contre son enregistrement de fin                   00001866
      * Fichier sortie: AGERPT, le rapport de vieillissement            00001900
      * Fichier sortie: AGETOT, les grands totaux du rapport en         00001925
      *      un enregistrement, repris par PBCLOSE pour prouver         00001950
      *      le solde de fermeture du mois                              00001975
      *----------------------------------------------------------*      00002000
      *--------------------*                                            00002100
       ENVIRONMENT DIVISION.                                            00002200
            IBM-SYSTEM WITH DEBUGGING MODE.                             00002700
       INPUT-OUTPUT SECTION.                                            00002800
       FILE-CONTROL.                                                    00002900
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00002925
           ORGANIZATION IS SEQUENTIAL                                   00002950
           FILE STATUS IS WS-SNP-FS.                                    00002975
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003000
           ORGANIZATION IS SEQUENTIAL                                   00003100
           FILE STATUS IS WS-CTL-FS.                                    00003200
           SELECT RPT01-OUT ASSIGN TO AGERPT                            00003300
           ORGANIZATION IS LINE SEQUENTIAL                              00003400
           FILE STATUS IS WS-RPT01-FS.                                  00003500
           SELECT AGETOT ASSIGN TO AGETOT                               00003525
           ORGANIZATION IS SEQUENTIAL                                   00003550
           FILE STATUS IS WS-AGT-FS.                                    00003575
      *----------------*                                                00003600
       DATA DIVISION.                                                   00003700
      *----------------*                                                00003800
       FILE SECTION.                                                    00003900
                                                                        00003901
      *    image de facturation de la nuit (PBSNAP): un type            00003902
      *    d'enregistrement par segment, patient/facture, et une fin    00003903
       FD  BIL-SNAP RECORDING MODE F.                                   00003904
       01  SNP-REC.                                                     00003905
           05 SNP-REC-TYPE      PIC X(01).                              00003907
              88 SNP-PATIENT-REC        VALUE 'P'.                      00003908
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00003909
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00003910
              88 SNP-INVOICE-REC        VALUE 'I'.                      00003911
              88 SNP-TRAILER-REC        VALUE 'T'.                      00003913
           05 SNP-PATIENID      PIC X(05).                              00003914
           05 SNP-DATA          PIC X(244).                             00003915
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00003916
              10 SNP-P-PATNAME     PIC X(20).                           00003917
              10 SNP-P-PATDOB      PIC X(08).                           00003919
              10 SNP-P-PATPHONE    PIC X(10).                           00003920
              10 SNP-P-PATINSUR    PIC X(15).                           00003921
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00003922
      *          blank effective date = no address on file              00003923
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00003925
              10 SNP-P-STREET      PIC X(20).                           00003926
              10 SNP-P-CITY        PIC X(15).                           00003927
              10 SNP-P-REGION      PIC X(02).                           00003928
              10 SNP-P-POSTAL      PIC X(07).                           00003929
              10 SNP-P-UNDELIV     PIC X(01).                           00003930
              10 FILLER            PIC X(137).                          00003932
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00003933
              10 SNP-C-PAYERCD     PIC X(08).                           00003934
              10 SNP-C-POLICYNO    PIC X(12).                           00003935
              10 SNP-C-EFFDATE     PIC X(08).                           00003936
              10 SNP-C-EXPDATE     PIC X(08).                           00003938
              10 FILLER            PIC X(208).                          00003939
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00003940
              10 SNP-V-TRDATE      PIC X(08).                           00003941
              10 SNP-V-TRTNAME     PIC X(20).                           00003942
              10 SNP-V-DOCTOR      PIC X(20).                           00003944
              10 SNP-V-FACILITY    PIC X(02).                           00003945
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00003946
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00003947
              10 FILLER            PIC X(162).                          00003948
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00003950
              10 SNP-I-INVOICENO   PIC X(08).                           00003951
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00003952
              10 SNP-I-BILLDATE    PIC X(08).                           00003953
              10 SNP-I-REFINVNO    PIC X(08).                           00003954
              10 SNP-I-TRANTYPE    PIC X(01).                           00003955
              10 SNP-I-FACILITY    PIC X(02).                           00003957
              10 SNP-I-TRTNAME     PIC X(20).                           00003958
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00003959
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00003960
              10 SNP-I-PAID        PIC S9(9)V99.                        00003961
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00003963
      *          rang parmi les C du patient de la couverture           00003964
      *          active au BILLDATE; 00 = auto-paye                     00003965
              10 SNP-I-COV-SEQ     PIC 9(02).                           00003966
              10 SNP-I-PAYERCD     PIC X(08).                           00003967
              10 SNP-I-POLICYNO    PIC X(12).                           00003969
              10 SNP-I-EFFDATE     PIC X(08).                           00003970
              10 SNP-I-EXPDATE     PIC X(08).                           00003971
      *          rang parmi les V du patient du traitement              00003972
      *          facture (TRTNAME); 00 = aucun                          00003973
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00003975
              10 SNP-I-PATNAME     PIC X(20).                           00003976
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00003977
              10 SNP-I-STREET      PIC X(20).                           00003978
              10 SNP-I-CITY        PIC X(15).                           00003979
              10 SNP-I-REGION      PIC X(02).                           00003980
              10 SNP-I-POSTAL      PIC X(07).                           00003982
              10 SNP-I-UNDELIV     PIC X(01).                           00003983
              10 FILLER            PIC X(48).                           00003984
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00003985
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00003986
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00003988
              10 SNP-T-PAT-CNT     PIC 9(09).                           00003989
              10 SNP-T-COV-CNT     PIC 9(09).                           00003990
              10 SNP-T-TRT-CNT     PIC 9(09).                           00003991
              10 SNP-T-INV-CNT     PIC 9(09).                           00003992
              10 SNP-T-PAY-CNT     PIC 9(09).                           00003994
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00003995
              10 SNP-T-PAID        PIC S9(13)V99.                       00003996
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00003997
              10 FILLER            PIC X(138).                          00003998
                                                                        00004000
       FD  CTLCARD RECORDING MODE F.                                    00004100
       01  CTL-CARD-REC.                                                00004200
       FD  RPT01-OUT RECORDING MODE F.                                  00004600
       01  RPT01-OUT-REC                PIC X(80).                      00004700
                                                                        00004800
      *    grands totaux du rapport, lisibles par programme             00004805
       FD  AGETOT RECORDING MODE F.                                     00004811
       01  AGT-REC.                                                     00004817
           05 AGT-ASOF-DATE             PIC X(08).                      00004823
           05 FILLER                    PIC X(01).                      00004829
           05 AGT-CURRENT               PIC S9(9)V99.                   00004835
           05 FILLER                    PIC X(01).                      00004841
           05 AGT-OVER30                PIC S9(9)V99.                   00004847
           05 FILLER                    PIC X(01).                      00004852
           05 AGT-OVER60                PIC S9(9)V99.                   00004858
           05 FILLER                    PIC X(01).                      00004864
           05 AGT-OVER90                PIC S9(9)V99.                   00004870
           05 FILLER                    PIC X(01).                      00004876
           05 AGT-TOTAL                 PIC S9(9)V99.                   00004882
           05 FILLER                    PIC X(11).                      00004888
                                                                        00004894
      *-----------------------*                                         00004900
       WORKING-STORAGE SECTION.                                         00005000
      *-----------------------*                                         00005100
       01 WS-FILE-STATUS.                                               00005200
          05 WS-CTL-FS                 PIC X(2).                        00005300
          05 WS-RPT01-FS               PIC X(2).                        00005400
          05 WS-AGT-FS                 PIC X(2).                        00005403
          05 WS-SNP-FS                 PIC X(2).                        00005407
                                                                        00005411
      *    lecture de l'image de facturation, et sa preuve contre       00005414
      *    l'enregistrement de fin avant tout traitement                00005418
       01 WS-SNP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00005422
          88 WS-SNP-EOF                 VALUE 'TRUE'.                   00005425
       01 WS-SNP-TRAILER-SEEN           PIC X(01) VALUE 'N'.            00005429
          88 WS-SNP-TRAILER-FOUND       VALUE 'Y'.                      00005433
       01 WS-SNP-BALANCE-OK             PIC X(01) VALUE 'N'.            00005437
          88 WS-SNP-BALANCED            VALUE 'Y'.                      00005440
       01 WS-SNP-LAST-PATIENID          PIC X(05).                      00005444
       01 WS-SNP-EXTRACT-DATE           PIC 9(08).                      00005448
       01 WS-SNP-EXTRACT-TIME           PIC 9(08).                      00005451
       01 WS-SNP-RUN-DATE               PIC 9(08).                      00005455
       01 WS-SNP-DATE-OK                PIC X(01) VALUE 'N'.            00005459
          88 WS-SNP-DATED-FOR-RUN       VALUE 'Y'.                      00005462
       01 WS-SNP-PROOF.                                                 00005466
          05 WS-SNP-PAT-CNT     PIC 9(09).                              00005470
          05 WS-SNP-COV-CNT     PIC 9(09).                              00005474
          05 WS-SNP-TRT-CNT     PIC 9(09).                              00005477
          05 WS-SNP-INV-CNT     PIC 9(09).                              00005481
          05 WS-SNP-PAY-CNT     PIC 9(09).                              00005485
          05 WS-SNP-AMOUNT      PIC S9(13)V99.                          00005488
          05 WS-SNP-PAID        PIC S9(13)V99.                          00005492
          05 WS-SNP-OPEN-BAL    PIC S9(13)V99.                          00005496
                                                                        00005500
       01 WS-ASOF-DATE                  PIC X(08).                      00005600
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.                        00005700
           05 RPT-T-OVER90     PIC -ZZZZZZZ9.99.                        00013300
           05 FILLER           PIC X(18) VALUE SPACE.                   00013400
                                                                        00013500
      *    la facture vieillit sur son SOLDE ouvert, tel que            00014892
      *    calcule une fois pour tous les rapports par PBSNAP           00016284
       01 WS-OPEN-BALANCE               PIC S9(9)V99 VALUE 0.           00017677
       01 WS-SAVE-BILLDATE              PIC X(08).                      00017682
       01 WS-SAVE-FACILITY              PIC X(02).                      00017684
       01 WS-SAVE-AMOUNT                PIC S9(7)V99.                   00017687
       01 WS-SAVE-INVOICENO             PIC X(08).                      00017692
                                                                        00017700
      *-----------------------*                                         00020000
       PROCEDURE DIVISION.                                              00020100
      *-----------------------*                                         00020200
                                                                        00020600
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00020700
                                                                        00020800
              THRU 1000-INIT-END.                                       00021000
                                                                        00021100
           DISPLAY '1_____AGE ALL BILLING BY PATIENT'.                  00021200
           OPEN INPUT BIL-SNAP.                                         00021250
           PERFORM 0450-READ-SNAPSHOT                                   00021300
              THRU 0450-READ-SNAPSHOT-END.                              00021350
           PERFORM 4000-SCAN-PATIENT                                    00021400
              THRU 4000-SCAN-PATIENT-END                                00021500
              UNTIL WS-SNP-EOF.                                         00021566
           CLOSE BIL-SNAP.                                              00021633
                                                                        00021700
           PERFORM 4900-WRITE-TOTALS                                    00021800
              THRU 4900-WRITE-TOTALS-END.                               00021900
                 THRU 9999-ABEND-END                                    00025700
           END-IF.                                                      00025800
                                                                        00025900
      *    the billing image must be the one extracted for the          00025914
      *    as-of date, proved before any output is opened               00025928
           MOVE WS-ASOF-DATE TO WS-SNP-RUN-DATE.                        00025942
           PERFORM 0400-PROVE-SNAPSHOT                                  00025957
              THRU 0400-PROVE-SNAPSHOT-END.                             00025971
                                                                        00025985
           COMPUTE WS-ASOF-DAYS = (WS-ASOF-YY * 365)                    00026000
                                + (WS-ASOF-MM * 30)                     00026100
                                + WS-ASOF-DD.                           00026200
      *----------------------*                                          00027500
       4000-SCAN-PATIENT.                                               00027600
      *----------------------*                                          00027700
      *    the patient record heads its coverages, treatments and       00027716
      *    invoices on the image, up to the next patient                00027733
           ADD 1 TO WS-RPT-PATIENT-CNT.                                 00027750
           MOVE SNP-PATIENID TO RPT-D-PATIENTID.                        00027766
           MOVE ZERO TO WS-PAT-BUCKETS.                                 00027783
                                                                        00027800
           PERFORM 0450-READ-SNAPSHOT                                   00027828
              THRU 0450-READ-SNAPSHOT-END.                              00027857
           PERFORM 4100-AGE-BILLING                                     00027885
              THRU 4100-AGE-BILLING-END                                 00027914
              UNTIL WS-SNP-EOF                                          00027942
                 OR SNP-PATIENT-REC.                                    00027971
                                                                        00028000
           PERFORM 4120-WRITE-DETAIL                                    00029366
              THRU 4120-WRITE-DETAIL-END.                               00030733
                                                                        00032100
      *----------------------*                                          00032200
       4000-SCAN-PATIENT-END.                                           00032300
      *-----------------------------------*                             00032700
       4100-AGE-BILLING.                                                00032800
      *-----------------------------------*                             00032900
           IF SNP-INVOICE-REC                                           00033396
              ADD 1 TO WS-RPT-INVOICE-CNT                               00033892
              MOVE SNP-I-BILLDATE  TO WS-SAVE-BILLDATE                  00033953
              MOVE SNP-I-AMOUNT    TO WS-SAVE-AMOUNT                    00034014
              MOVE SNP-I-INVOICENO TO WS-SAVE-INVOICENO                 00034076
              MOVE SNP-I-FACILITY  TO WS-SAVE-FACILITY                  00034137
              MOVE SNP-I-OPEN-BAL  TO WS-OPEN-BALANCE                   00034198
              PERFORM 4150-BUCKET-INVOICE                               00034260
                 THRU 4150-BUCKET-INVOICE-END                           00034306
           END-IF.                                                      00034352
                                                                        00034400
           PERFORM 0450-READ-SNAPSHOT                                   00034425
              THRU 0450-READ-SNAPSHOT-END.                              00034450
                                                                        00034475
      *-----------------------------------*                             00034500
       4100-AGE-BILLING-END.                                            00034600
      *-----------------------------------*                             00034700
           EXIT.                                                        00034888
                                                                        00034900
      *-------------------------*                                       00035000
           MOVE WS-TOT-OVER90  TO RPT-T-OVER90.                         00043200
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00043300
              AFTER ADVANCING 2 LINES.                                  00043400
                                                                        00043405
      *    the same grand totals in one record, for the month-end       00043410
      *    close to prove its closing balance against                   00043415
           OPEN OUTPUT AGETOT.                                          00043421
           IF WS-AGT-FS = '00'                                          00043426
              MOVE SPACE          TO AGT-REC                            00043431
              MOVE WS-ASOF-DATE   TO AGT-ASOF-DATE                      00043436
              MOVE WS-TOT-CURRENT TO AGT-CURRENT                        00043442
              MOVE WS-TOT-OVER30  TO AGT-OVER30                         00043447
              MOVE WS-TOT-OVER60  TO AGT-OVER60                         00043452
              MOVE WS-TOT-OVER90  TO AGT-OVER90                         00043457
              COMPUTE AGT-TOTAL = WS-TOT-CURRENT + WS-TOT-OVER30        00043463
                                + WS-TOT-OVER60  + WS-TOT-OVER90        00043468
              WRITE AGT-REC                                             00043473
              CLOSE AGETOT                                              00043478
           ELSE                                                         00043484
              DISPLAY 'AGETOT NOT AVAILABLE: ' WS-AGT-FS                00043489
           END-IF.                                                      00043494
      *-------------------------*                                       00043500
       4900-WRITE-TOTALS-END.                                           00043600
      *-------------------------*                                       00043700
           EXIT.                                                        00437001
                                                                        00437002
      *-----------------------*                                         00437003
       0400-PROVE-SNAPSHOT.                                             00437004
      *-----------------------*                                         00437005
      *    the image is only trusted when its records add up to         00437006
      *    the trailer PBSNAP wrote from the database; a short or       00437007
      *    damaged image stops the run before anything is written       00437008
           OPEN INPUT BIL-SNAP.                                         00437009
           IF WS-SNP-FS NOT = '00'                                      00437010
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00437011
                 ' - RUN REFUSED ***'                                   00437012
              MOVE 16 TO RETURN-CODE                                    00437013
              GOBACK                                                    00437014
           END-IF.                                                      00437015
           MOVE ZEROES TO WS-SNP-PROOF.                                 00437016
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00437017
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00437018
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00437019
           MOVE 'Y' TO WS-SNP-DATE-OK.                                  00437020
           PERFORM 0410-TALLY-SNAPSHOT                                  00437021
              THRU 0410-TALLY-SNAPSHOT-END                              00437022
              UNTIL WS-SNP-EOF.                                         00437023
           CLOSE BIL-SNAP.                                              00437024
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00437025
                                                                        00437026
           IF NOT WS-SNP-TRAILER-FOUND                                  00437027
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00437028
                 ' INCOMPLETE - RUN REFUSED ***'                        00437029
              MOVE 16 TO RETURN-CODE                                    00437030
              GOBACK                                                    00437031
           END-IF.                                                      00437032
           IF NOT WS-SNP-BALANCED                                       00437033
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00437034
                 ' - RUN REFUSED ***'                                   00437035
              MOVE 16 TO RETURN-CODE                                    00437036
              GOBACK                                                    00437037
           END-IF.                                                      00437038
           IF NOT WS-SNP-DATED-FOR-RUN                                  00437039
              DISPLAY '*** BILSNAP NOT EXTRACTED FOR ' WS-SNP-RUN-DATE  00437040
                 ' - RUN REFUSED ***'                                   00437041
              MOVE 16 TO RETURN-CODE                                    00437042
              GOBACK                                                    00437043
           END-IF.                                                      00437044
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00437045
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00437046
              WS-SNP-INV-CNT.                                           00437047
      *-----------------------*                                         00437048
       0400-PROVE-SNAPSHOT-END.                                         00437049
      *-----------------------*                                         00437050
           EXIT.                                                        00437051
                                                                        00437052
      *-----------------------*                                         00437053
       0410-TALLY-SNAPSHOT.                                             00437054
      *-----------------------*                                         00437055
           READ BIL-SNAP                                                00437056
           END-READ.                                                    00437057
                                                                        00437058
           EVALUATE TRUE                                                00437059
             WHEN WS-SNP-FS = '00'                                      00437060
      *        nothing may follow the trailer, and every C, V and       00437061
      *        I record belongs to the patient record ahead of it       00437062
               IF WS-SNP-TRAILER-FOUND                                  00437063
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00437064
                     SNP-PATIENID                                       00437065
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00437066
               END-IF                                                   00437067
               IF NOT SNP-PATIENT-REC                                   00437068
                  AND NOT SNP-TRAILER-REC                               00437069
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00437070
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00437071
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00437072
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00437073
               END-IF                                                   00437074
               EVALUATE TRUE                                            00437075
                 WHEN SNP-PATIENT-REC                                   00437076
                   ADD 1 TO WS-SNP-PAT-CNT                              00437077
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00437078
                 WHEN SNP-COVERAGE-REC                                  00437079
                   ADD 1 TO WS-SNP-COV-CNT                              00437080
                 WHEN SNP-TREATMNT-REC                                  00437081
                   ADD 1 TO WS-SNP-TRT-CNT                              00437082
                 WHEN SNP-INVOICE-REC                                   00437083
                   ADD 1 TO WS-SNP-INV-CNT                              00437084
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00437085
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00437086
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00437087
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00437088
                 WHEN SNP-TRAILER-REC                                   00437089
                   PERFORM 0420-CHECK-TRAILER                           00437090
                      THRU 0420-CHECK-TRAILER-END                       00437091
                 WHEN OTHER                                             00437092
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00437093
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00437094
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00437095
               END-EVALUATE                                             00437096
             WHEN WS-SNP-FS = '10'                                      00437097
               SET WS-SNP-EOF TO TRUE                                   00437098
             WHEN OTHER                                                 00437099
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00437100
               SET WS-SNP-EOF TO TRUE                                   00437101
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00437102
           END-EVALUATE.                                                00437103
      *-----------------------*                                         00437104
       0410-TALLY-SNAPSHOT-END.                                         00437105
      *-----------------------*                                         00437106
           EXIT.                                                        00437107
                                                                        00437108
      *-----------------------*                                         00437109
       0420-CHECK-TRAILER.                                              00437110
      *-----------------------*                                         00437111
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00437112
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00437113
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00437114
      *    an image left over from an earlier night proves its          00437115
      *    own totals but not this run's                                00437116
           IF SNP-T-EXTRACT-DATE NOT = WS-SNP-RUN-DATE                  00437117
              DISPLAY 'BILSNAP EXTRACT DATE  : ' SNP-T-EXTRACT-DATE     00437118
              DISPLAY 'RUN DATE              : ' WS-SNP-RUN-DATE        00437119
              MOVE 'N' TO WS-SNP-DATE-OK                                00437120
           END-IF.                                                      00437121
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00437122
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00437123
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00437124
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00437125
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00437126
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00437127
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00437128
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00437129
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00437130
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00437131
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00437132
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00437133
           END-IF.                                                      00437134
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00437135
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00437136
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00437137
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00437138
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00437139
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00437140
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00437141
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00437142
           END-IF.                                                      00437143
      *-----------------------*                                         00437144
       0420-CHECK-TRAILER-END.                                          00437145
      *-----------------------*                                         00437146
           EXIT.                                                        00437147
                                                                        00437148
      *-----------------------*                                         00437149
       0450-READ-SNAPSHOT.                                              00437150
      *-----------------------*                                         00437151
      *    the trailer ends the pass like end of file                   00437152
           READ BIL-SNAP                                                00437153
           END-READ.                                                    00437154
                                                                        00437155
           EVALUATE TRUE                                                00437156
             WHEN WS-SNP-FS = '00'                                      00437157
               IF SNP-TRAILER-REC                                       00437158
                  SET WS-SNP-EOF TO TRUE                                00437159
               END-IF                                                   00437160
             WHEN WS-SNP-FS = '10'                                      00437161
               SET WS-SNP-EOF TO TRUE                                   00437162
             WHEN OTHER                                                 00437163
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00437164
               MOVE 16 TO RETURN-CODE                                   00437165
               PERFORM 9999-ABEND                                       00437166
                  THRU 9999-ABEND-END                                   00437167
           END-EVALUATE.                                                00437168
      *-----------------------*                                         00437169
       0450-READ-SNAPSHOT-END.                                          00437170
      *-----------------------*                                         00437171
           EXIT.                                                        00043800
                                                                        00043900
      *-------------------*                                             00044000
