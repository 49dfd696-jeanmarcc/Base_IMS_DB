      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport mensuel de productivite et de revenu par           00000900
      *      medecin, pour la reunion des associes. Lit l'image de      00000975
      *      facturation de la nuit (PBSNAP) et, pour chaque            00001050
      *      patient, ses traitements du mois demande: compte les       00001125
      *      visites et les patients distincts par medecin, puis        00001200
      *      rattache chaque facture du mois au medecin du              00001275
      *      traitement qu'elle nomme (son rang parmi les V du          00001350
      *      patient, SNP-I-TRT-SEQ, meme refacturee dans la            00001425
      *      periode ouverte); une facture sans traitement nomme        00001500
      *      va au traitement dont le TRDATE egale sa date. Il          00001575
      *      additionne les paiements recus sur ces factures            00001650
      *      (deja cumules par facture sur l'image).                    00001725
      *      Totaux par medecin et total clinique.                      00001800
      *                                                                 00001900
      * Fichier entree: CTLCARD, mois du rapport (YYYYMM)               00002000
      * Fichier entree: DOCMSTR, maitre des medecins (noms)             00002100
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00002133
      *      prouvee contre son enregistrement de fin                   00002166
      * Fichier sortie: DOCRPT, le rapport par medecin                  00002200
      *----------------------------------------------------------*      00002300
      *--------------------*                                            00002400
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003000
       INPUT-OUTPUT SECTION.                                            00003100
       FILE-CONTROL.                                                    00003200
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00003225
           ORGANIZATION IS SEQUENTIAL                                   00003250
           FILE STATUS IS WS-SNP-FS.                                    00003275
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003300
           ORGANIZATION IS SEQUENTIAL                                   00003400
           FILE STATUS IS WS-CTL-FS.                                    00003500
       DATA DIVISION.                                                   00004300
      *----------------*                                                00004400
       FILE SECTION.                                                    00004500
                                                                        00004501
      *    image de facturation de la nuit (PBSNAP): un type            00004502
      *    d'enregistrement par segment, patient/facture, et une fin    00004503
       FD  BIL-SNAP RECORDING MODE F.                                   00004504
       01  SNP-REC.                                                     00004505
           05 SNP-REC-TYPE      PIC X(01).                              00004507
              88 SNP-PATIENT-REC        VALUE 'P'.                      00004508
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00004509
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00004510
              88 SNP-INVOICE-REC        VALUE 'I'.                      00004511
              88 SNP-TRAILER-REC        VALUE 'T'.                      00004513
           05 SNP-PATIENID      PIC X(05).                              00004514
           05 SNP-DATA          PIC X(244).                             00004515
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00004516
              10 SNP-P-PATNAME     PIC X(20).                           00004517
              10 SNP-P-PATDOB      PIC X(08).                           00004519
              10 SNP-P-PATPHONE    PIC X(10).                           00004520
              10 SNP-P-PATINSUR    PIC X(15).                           00004521
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00004522
      *          blank effective date = no address on file              00004523
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00004525
              10 SNP-P-STREET      PIC X(20).                           00004526
              10 SNP-P-CITY        PIC X(15).                           00004527
              10 SNP-P-REGION      PIC X(02).                           00004528
              10 SNP-P-POSTAL      PIC X(07).                           00004529
              10 SNP-P-UNDELIV     PIC X(01).                           00004530
              10 FILLER            PIC X(137).                          00004532
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00004533
              10 SNP-C-PAYERCD     PIC X(08).                           00004534
              10 SNP-C-POLICYNO    PIC X(12).                           00004535
              10 SNP-C-EFFDATE     PIC X(08).                           00004536
              10 SNP-C-EXPDATE     PIC X(08).                           00004538
              10 FILLER            PIC X(208).                          00004539
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00004540
              10 SNP-V-TRDATE      PIC X(08).                           00004541
              10 SNP-V-TRTNAME     PIC X(20).                           00004542
              10 SNP-V-DOCTOR      PIC X(20).                           00004544
              10 SNP-V-FACILITY    PIC X(02).                           00004545
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00004546
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00004547
              10 FILLER            PIC X(162).                          00004548
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00004550
              10 SNP-I-INVOICENO   PIC X(08).                           00004551
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00004552
              10 SNP-I-BILLDATE    PIC X(08).                           00004553
              10 SNP-I-REFINVNO    PIC X(08).                           00004554
              10 SNP-I-TRANTYPE    PIC X(01).                           00004555
              10 SNP-I-FACILITY    PIC X(02).                           00004557
              10 SNP-I-TRTNAME     PIC X(20).                           00004558
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00004559
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00004560
              10 SNP-I-PAID        PIC S9(9)V99.                        00004561
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00004563
      *          rang parmi les C du patient de la couverture           00004564
      *          active au BILLDATE; 00 = auto-paye                     00004565
              10 SNP-I-COV-SEQ     PIC 9(02).                           00004566
              10 SNP-I-PAYERCD     PIC X(08).                           00004567
              10 SNP-I-POLICYNO    PIC X(12).                           00004569
              10 SNP-I-EFFDATE     PIC X(08).                           00004570
              10 SNP-I-EXPDATE     PIC X(08).                           00004571
      *          rang parmi les V du patient du traitement              00004572
      *          facture (TRTNAME); 00 = aucun                          00004573
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00004575
              10 SNP-I-PATNAME     PIC X(20).                           00004576
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00004577
              10 SNP-I-STREET      PIC X(20).                           00004578
              10 SNP-I-CITY        PIC X(15).                           00004579
              10 SNP-I-REGION      PIC X(02).                           00004580
              10 SNP-I-POSTAL      PIC X(07).                           00004582
              10 SNP-I-UNDELIV     PIC X(01).                           00004583
              10 FILLER            PIC X(48).                           00004584
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00004585
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00004586
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00004588
              10 SNP-T-PAT-CNT     PIC 9(09).                           00004589
              10 SNP-T-COV-CNT     PIC 9(09).                           00004590
              10 SNP-T-TRT-CNT     PIC 9(09).                           00004591
              10 SNP-T-INV-CNT     PIC 9(09).                           00004592
              10 SNP-T-PAY-CNT     PIC 9(09).                           00004594
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00004595
              10 SNP-T-PAID        PIC S9(13)V99.                       00004596
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00004597
              10 FILLER            PIC X(138).                          00004598
                                                                        00004600
       FD  CTLCARD RECORDING MODE F.                                    00004700
       01  CTL-CARD-REC.                                                00004800
          05 WS-CTL-FS                 PIC X(2).                        00006800
          05 WS-DOC-FS                 PIC X(2).                        00006900
          05 WS-RPT01-FS               PIC X(2).                        00007000
          05 WS-SNP-FS                 PIC X(2).                        00007003
                                                                        00007007
      *    lecture de l'image de facturation, et sa preuve contre       00007011
      *    l'enregistrement de fin avant tout traitement                00007015
       01 WS-SNP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007019
          88 WS-SNP-EOF                 VALUE 'TRUE'.                   00007023
       01 WS-SNP-TRAILER-SEEN           PIC X(01) VALUE 'N'.            00007026
          88 WS-SNP-TRAILER-FOUND       VALUE 'Y'.                      00007030
       01 WS-SNP-BALANCE-OK             PIC X(01) VALUE 'N'.            00007034
          88 WS-SNP-BALANCED            VALUE 'Y'.                      00007038
       01 WS-SNP-LAST-PATIENID          PIC X(05).                      00007042
       01 WS-SNP-EXTRACT-DATE           PIC 9(08).                      00007046
       01 WS-SNP-EXTRACT-TIME           PIC 9(08).                      00007050
       01 WS-SNP-RUN-DATE               PIC 9(08).                      00007053
       01 WS-SNP-DATE-OK                PIC X(01) VALUE 'N'.            00007057
          88 WS-SNP-DATED-FOR-RUN       VALUE 'Y'.                      00007061
       01 WS-SNP-PROOF.                                                 00007065
          05 WS-SNP-PAT-CNT     PIC 9(09).                              00007069
          05 WS-SNP-COV-CNT     PIC 9(09).                              00007073
          05 WS-SNP-TRT-CNT     PIC 9(09).                              00007076
          05 WS-SNP-INV-CNT     PIC 9(09).                              00007080
          05 WS-SNP-PAY-CNT     PIC 9(09).                              00007084
          05 WS-SNP-AMOUNT      PIC S9(13)V99.                          00007088
          05 WS-SNP-PAID        PIC S9(13)V99.                          00007092
          05 WS-SNP-OPEN-BAL    PIC S9(13)V99.                          00007096
                                                                        00007100
       01 WS-DOC-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00007200
          88 WS-DOC-EOF                VALUE 'TRUE'.                    00007300
             10 WS-DM-CODE      PIC X(08).                              00010400
             10 WS-DM-NAME      PIC X(20).                              00010500
                                                                        00010600
      *    tous les traitements du patient courant, au rang de          00010675
      *    l'image (SNP-I-TRT-SEQ), pour le rattachement des            00010750
      *    factures; ceux du mois comptent les visites                  00010825
       01 WS-TRT-TABLE.                                                 00010900
          05 WS-TRT-MAX         PIC 9(02) COMP VALUE 50.                00011000
          05 WS-TRT-COUNT       PIC 9(02) COMP VALUE 0.                 00011100
             10 WS-TT-DOCTOR    PIC X(20).                              00011300
             10 WS-TT-TRDATE    PIC X(08).                              00011400
             10 WS-TT-COUNTED   PIC X(01).                              00011500
             10 WS-TT-IN-MONTH  PIC X(01).                              00011550
                                                                        00011600
       01 WS-TRT-SUB                    PIC 9(02) COMP VALUE 0.         00011700
       01 WS-MATCH-FOUND                PIC X(01) VALUE 'N'.            00011800
       01 WS-SAVE-AMOUNT                PIC S9(7)V99.                   00012300
       01 WS-SAVE-FACILITY              PIC X(02).                      00012745
       01 WS-SAVE-BILLDATE              PIC X(08).                      00012400
       01 WS-SAVE-TRT-SEQ               PIC 9(02).                      00012450
       01 WS-SAVE-PATIENTID             PIC X(05).                      00012500
                                                                        00012600
      *    sous-totaux de revenu du mois par clinique                   00012601
           05 RPT-T-PAYMENTS   PIC -ZZZZZZZZ9.99.                       00016700
           05 FILLER           PIC X(10) VALUE SPACE.                   00016800
                                                                        00016900
      *-----------------------*                                         00025500
       PROCEDURE DIVISION.                                              00025600
      *-----------------------*                                         00025700
                                                                        00025800
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00025950
                                                                        00026100
      *    the image must be tonight's                                  00026140
           ACCEPT WS-SNP-RUN-DATE FROM DATE YYYYMMDD.                   00026180
           PERFORM 0400-PROVE-SNAPSHOT                                  00026220
              THRU 0400-PROVE-SNAPSHOT-END.                             00026260
                                                                        00026300
           PERFORM 1000-INIT                                            00026400
              THRU 1000-INIT-END.                                       00026500
                                                                        00026600
           DISPLAY '1_____TALLY THE MONTH BY DOCTOR'.                   00026700
           OPEN INPUT BIL-SNAP.                                         00026750
           PERFORM 0450-READ-SNAPSHOT                                   00026800
              THRU 0450-READ-SNAPSHOT-END.                              00026850
           PERFORM 4000-SCAN-PATIENT                                    00026900
              THRU 4000-SCAN-PATIENT-END                                00027000
              UNTIL WS-SNP-EOF.                                         00027066
           CLOSE BIL-SNAP.                                              00027133
                                                                        00027200
           DISPLAY '2_____WRITE THE DOCTOR LINES'.                      00027300
           PERFORM 7000-WRITE-ONE-DOCTOR                                00027400
      *----------------------*                                          00037800
       4000-SCAN-PATIENT.                                               00037900
      *----------------------*                                          00038000
      *    the patient record heads its coverages, then its             00038033
      *    treatments, then its invoices, up to the next patient        00038066
           ADD 1 TO WS-NO-PATIENTS.                                     00038100
           MOVE SNP-PATIENID TO WS-SAVE-PATIENTID.                      00038133
           MOVE ZERO TO WS-TRT-COUNT.                                   00038166
                                                                        00038200
           PERFORM 0450-READ-SNAPSHOT                                   00038671
              THRU 0450-READ-SNAPSHOT-END.                              00039142
           PERFORM 4050-ROUTE-RECORD                                    00039614
              THRU 4050-ROUTE-RECORD-END                                00040085
              UNTIL WS-SNP-EOF                                          00040557
                 OR SNP-PATIENT-REC.                                    00041028
      *----------------------*                                          00041500
       4000-SCAN-PATIENT-END.                                           00041600
      *----------------------*                                          00041700
           EXIT.                                                        00041800
                                                                        00041900
      *-------------------------*                                       00042000
       4050-ROUTE-RECORD.                                               00042004
      *-------------------------*                                       00042008
      *    the treatments and visits come first, so the month's         00042013
      *    charges and payments find their doctor through the           00042017
      *    treatment each invoice names                                 00042021
           EVALUATE TRUE                                                00042026
             WHEN SNP-TREATMNT-REC                                      00042030
               PERFORM 4100-COLLECT-TREATMNT                            00042034
                  THRU 4100-COLLECT-TREATMNT-END                        00042039
             WHEN SNP-INVOICE-REC                                       00042043
               PERFORM 4200-TALLY-BILLING                               00042047
                  THRU 4200-TALLY-BILLING-END                           00042052
           END-EVALUATE.                                                00042056
                                                                        00042060
           PERFORM 0450-READ-SNAPSHOT                                   00042065
              THRU 0450-READ-SNAPSHOT-END.                              00042069
      *-------------------------*                                       00042073
       4050-ROUTE-RECORD-END.                                           00042078
      *-------------------------*                                       00042082
           EXIT.                                                        00042086
                                                                        00042091
      *-------------------------*                                       00042095
       4100-COLLECT-TREATMNT.                                           00042100
      *-------------------------*                                       00042200
      *    every treatment is kept at its rank on the image, as         00042327
      *    the invoices name it; only the month's are visits            00042455
           IF SNP-V-TRDATE (1:6) = WS-RPT-MONTH                         00042583
              ADD 1 TO WS-NO-VISITS                                     00042711
              PERFORM 4110-TALLY-VISIT                                  00042838
                 THRU 4110-TALLY-VISIT-END                              00042966
           END-IF.                                                      00043094
           IF WS-TRT-COUNT < WS-TRT-MAX                                 00043222
              ADD 1 TO WS-TRT-COUNT                                     00043350
              SET TRT-IDX TO WS-TRT-COUNT                               00043477
              MOVE SNP-V-DOCTOR TO WS-TT-DOCTOR (TRT-IDX)               00043605
              MOVE SNP-V-TRDATE TO WS-TT-TRDATE (TRT-IDX)               00043733
              MOVE 'N'          TO WS-TT-COUNTED (TRT-IDX)              00043861
              IF SNP-V-TRDATE (1:6) = WS-RPT-MONTH                      00043988
                 MOVE 'Y'       TO WS-TT-IN-MONTH (TRT-IDX)             00044116
              ELSE                                                      00044244
                 MOVE 'N'       TO WS-TT-IN-MONTH (TRT-IDX)             00044372
              END-IF                                                    00044500
           ELSE                                                         00044525
              DISPLAY 'TREATMENT TABLE FULL - PATIENT: '                00044550
                 WS-SAVE-PATIENTID                                      00044575
           END-IF.                                                      00044600
      *-------------------------*                                       00044700
       4100-COLLECT-TREATMNT-END.                                       00044800
      *-------------------------*                                       00045200
       4110-TALLY-VISIT.                                                00045300
      *-------------------------*                                       00045400
           MOVE SNP-V-DOCTOR TO WS-LOOKUP-DOCTOR.                       00045500
           PERFORM 4500-FIND-DOCTOR-SLOT                                00045600
              THRU 4500-FIND-DOCTOR-SLOT-END.                           00045700
           IF NOT WS-DOC-HIT                                            00045800
      *-------------------------*                                       00049400
       4121-PRIOR-VISIT-LOOKUP.                                         00049500
      *-------------------------*                                       00049600
           IF WS-TT-DOCTOR (WS-TRT-SUB) = SNP-V-DOCTOR                  00049666
              AND WS-TT-IN-MONTH (WS-TRT-SUB) = 'Y'                     00049733
              MOVE 'Y' TO WS-MATCH-FOUND                                00049800
           END-IF.                                                      00049900
      *-------------------------*                                       00050000
           EXIT.                                                        00050300
                                                                        00050400
      *-------------------------*                                       00050500
       4200-TALLY-BILLING.                                              00051900
      *-------------------------*                                       00052000
           MOVE SNP-I-AMOUNT   TO WS-SAVE-AMOUNT.                       00052200
           MOVE SNP-I-BILLDATE TO WS-SAVE-BILLDATE.                     00052400
           MOVE SNP-I-TRT-SEQ  TO WS-SAVE-TRT-SEQ.                      00052600
           MOVE SNP-I-FACILITY TO WS-SAVE-FACILITY.                     00052800
           MOVE SNP-I-PAID     TO WS-PAID-SUM.                          00053000
           IF WS-SAVE-BILLDATE (1:6) = WS-RPT-MONTH                     00053200
              PERFORM 4240-TALLY-FACILITY                               00053400
                 THRU 4240-TALLY-FACILITY-END                           00053600
              PERFORM 4250-ATTRIBUTE-TO-DOCTOR                          00053800
                 THRU 4250-ATTRIBUTE-TO-DOCTOR-END                      00054000
           END-IF.                                                      00054200
      *-------------------------*                                       00054300
       4200-TALLY-BILLING-END.                                          00054400
      *-------------------------*                                       00056700
           EXIT.                                                        00056800
                                                                        00056900
      *-------------------------*                                       00057045
       4250-ATTRIBUTE-TO-DOCTOR.                                        00057100
      *-------------------------*                                       00057200
      *    the treatment the invoice names gives the doctor, even       00057260
      *    when the invoice was redated into the open period; an        00057320
      *    invoice naming none goes to the first uncounted              00057380
      *    treatment of its date, where PBCHARG billed it               00057440
           MOVE 'N' TO WS-MATCH-FOUND.                                  00057500
           IF WS-SAVE-TRT-SEQ > 0                                       00057546
              IF WS-SAVE-TRT-SEQ NOT > WS-TRT-COUNT                     00057592
                 MOVE 'Y' TO WS-MATCH-FOUND                             00057638
                 MOVE WS-SAVE-TRT-SEQ TO WS-MATCH-SUB                   00057684
              END-IF                                                    00057730
           ELSE                                                         00057776
              PERFORM 4251-DATE-MATCH-LOOKUP                            00057823
                 THRU 4251-DATE-MATCH-LOOKUP-END                        00057869
                 VARYING WS-TRT-SUB FROM 1 BY 1                         00057915
                 UNTIL WS-TRT-SUB > WS-TRT-COUNT                        00057961
                    OR WS-MATCH-HIT                                     00058007
           END-IF.                                                      00058053
           IF NOT WS-MATCH-HIT                                          00058100
              GO TO 4250-ATTRIBUTE-TO-DOCTOR-END                        00058200
           END-IF.                                                      00058300
      *-----------------------*                                         00069600
           EXIT.                                                        00069700
                                                                        00069800
      *-----------------------*                                         00698001
       0400-PROVE-SNAPSHOT.                                             00698002
      *-----------------------*                                         00698003
      *    the image is only trusted when its records add up to         00698004
      *    the trailer PBSNAP wrote from the database; a short or       00698005
      *    damaged image stops the run before anything is written       00698006
           OPEN INPUT BIL-SNAP.                                         00698007
           IF WS-SNP-FS NOT = '00'                                      00698008
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00698009
                 ' - RUN REFUSED ***'                                   00698010
              MOVE 16 TO RETURN-CODE                                    00698011
              GOBACK                                                    00698012
           END-IF.                                                      00698013
           MOVE ZEROES TO WS-SNP-PROOF.                                 00698014
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00698015
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00698016
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00698017
           MOVE 'Y' TO WS-SNP-DATE-OK.                                  00698018
           PERFORM 0410-TALLY-SNAPSHOT                                  00698019
              THRU 0410-TALLY-SNAPSHOT-END                              00698020
              UNTIL WS-SNP-EOF.                                         00698021
           CLOSE BIL-SNAP.                                              00698022
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00698023
                                                                        00698024
           IF NOT WS-SNP-TRAILER-FOUND                                  00698025
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00698026
                 ' INCOMPLETE - RUN REFUSED ***'                        00698027
              MOVE 16 TO RETURN-CODE                                    00698028
              GOBACK                                                    00698029
           END-IF.                                                      00698030
           IF NOT WS-SNP-BALANCED                                       00698031
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00698032
                 ' - RUN REFUSED ***'                                   00698033
              MOVE 16 TO RETURN-CODE                                    00698034
              GOBACK                                                    00698035
           END-IF.                                                      00698036
           IF NOT WS-SNP-DATED-FOR-RUN                                  00698037
              DISPLAY '*** BILSNAP NOT EXTRACTED FOR ' WS-SNP-RUN-DATE  00698038
                 ' - RUN REFUSED ***'                                   00698039
              MOVE 16 TO RETURN-CODE                                    00698040
              GOBACK                                                    00698041
           END-IF.                                                      00698042
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00698043
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00698044
              WS-SNP-INV-CNT.                                           00698045
      *-----------------------*                                         00698046
       0400-PROVE-SNAPSHOT-END.                                         00698047
      *-----------------------*                                         00698048
           EXIT.                                                        00698049
                                                                        00698050
      *-----------------------*                                         00698051
       0410-TALLY-SNAPSHOT.                                             00698052
      *-----------------------*                                         00698053
           READ BIL-SNAP                                                00698054
           END-READ.                                                    00698055
                                                                        00698056
           EVALUATE TRUE                                                00698057
             WHEN WS-SNP-FS = '00'                                      00698058
      *        nothing may follow the trailer, and every C, V and       00698059
      *        I record belongs to the patient record ahead of it       00698060
               IF WS-SNP-TRAILER-FOUND                                  00698061
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00698062
                     SNP-PATIENID                                       00698063
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00698064
               END-IF                                                   00698065
               IF NOT SNP-PATIENT-REC                                   00698066
                  AND NOT SNP-TRAILER-REC                               00698067
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00698068
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00698069
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00698070
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00698071
               END-IF                                                   00698072
               EVALUATE TRUE                                            00698073
                 WHEN SNP-PATIENT-REC                                   00698074
                   ADD 1 TO WS-SNP-PAT-CNT                              00698075
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00698076
                 WHEN SNP-COVERAGE-REC                                  00698077
                   ADD 1 TO WS-SNP-COV-CNT                              00698078
                 WHEN SNP-TREATMNT-REC                                  00698079
                   ADD 1 TO WS-SNP-TRT-CNT                              00698080
                 WHEN SNP-INVOICE-REC                                   00698081
                   ADD 1 TO WS-SNP-INV-CNT                              00698082
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00698083
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00698084
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00698085
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00698086
                 WHEN SNP-TRAILER-REC                                   00698087
                   PERFORM 0420-CHECK-TRAILER                           00698088
                      THRU 0420-CHECK-TRAILER-END                       00698089
                 WHEN OTHER                                             00698090
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00698091
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00698092
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00698093
               END-EVALUATE                                             00698094
             WHEN WS-SNP-FS = '10'                                      00698095
               SET WS-SNP-EOF TO TRUE                                   00698096
             WHEN OTHER                                                 00698097
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00698098
               SET WS-SNP-EOF TO TRUE                                   00698099
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00698100
           END-EVALUATE.                                                00698101
      *-----------------------*                                         00698102
       0410-TALLY-SNAPSHOT-END.                                         00698103
      *-----------------------*                                         00698104
           EXIT.                                                        00698105
                                                                        00698106
      *-----------------------*                                         00698107
       0420-CHECK-TRAILER.                                              00698108
      *-----------------------*                                         00698109
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00698110
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00698111
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00698112
      *    an image left over from an earlier night proves its          00698113
      *    own totals but not this run's                                00698114
           IF SNP-T-EXTRACT-DATE NOT = WS-SNP-RUN-DATE                  00698115
              DISPLAY 'BILSNAP EXTRACT DATE  : ' SNP-T-EXTRACT-DATE     00698116
              DISPLAY 'RUN DATE              : ' WS-SNP-RUN-DATE        00698117
              MOVE 'N' TO WS-SNP-DATE-OK                                00698118
           END-IF.                                                      00698119
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00698120
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00698121
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00698122
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00698123
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00698124
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00698125
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00698126
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00698127
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00698128
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00698129
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00698130
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00698131
           END-IF.                                                      00698132
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00698133
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00698134
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00698135
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00698136
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00698137
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00698138
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00698139
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00698140
           END-IF.                                                      00698141
      *-----------------------*                                         00698142
       0420-CHECK-TRAILER-END.                                          00698143
      *-----------------------*                                         00698144
           EXIT.                                                        00698145
                                                                        00698146
      *-----------------------*                                         00698147
       0450-READ-SNAPSHOT.                                              00698148
      *-----------------------*                                         00698149
      *    the trailer ends the pass like end of file                   00698150
           READ BIL-SNAP                                                00698151
           END-READ.                                                    00698152
                                                                        00698153
           EVALUATE TRUE                                                00698154
             WHEN WS-SNP-FS = '00'                                      00698155
               IF SNP-TRAILER-REC                                       00698156
                  SET WS-SNP-EOF TO TRUE                                00698157
               END-IF                                                   00698158
             WHEN WS-SNP-FS = '10'                                      00698159
               SET WS-SNP-EOF TO TRUE                                   00698160
             WHEN OTHER                                                 00698161
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00698162
               MOVE 16 TO RETURN-CODE                                   00698163
               PERFORM 9999-ABEND                                       00698164
                  THRU 9999-ABEND-END                                   00698165
           END-EVALUATE.                                                00698166
      *-----------------------*                                         00698167
       0450-READ-SNAPSHOT-END.                                          00698168
      *-----------------------*                                         00698169
           EXIT.                                                        00698170
                                                                        00698171
      *-------------------*                                             00069900
       9999-ABEND.                                                      00070000
      *-------------------*                                             00070100
