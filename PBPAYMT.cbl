      *      paiement, reference de remise) sous ce BILLING.            00001300
      *      Les paiements sans facture correspondante et les           00001400
      *      factures payees partiellement sont rapportes.              00001500
      *      Une remise deja imputee (un PAYMENT de meme reference,     00001503
      *      meme date et meme montant existe deja sous la facture)     00001507
      *      n'est pas imputee une deuxieme fois: elle est ecartee      00001511
      *      et listee dans une section distincte du rapport. Le        00001514
      *      programme prend des points de controle (CHKP) et, a la     00001518
      *      reprise apres un arret anormal, repart du dernier point    00001522
      *      (XRST) comme PCREA/PUPDA/PDELE au lieu de repasser         00001525
      *      RMITIN depuis le debut.                                    00001529
      *      Une remise d'un payeur (RMIT-PAYERCD renseigne) est        00001533
      *      comparee au tarif contractuel PAYCTR du payeur pour le     00001537
      *      TRTNAME de la facture, en vigueur a la date de la          00001540
      *      facture: l'ecart contractuel (facture - attendu) sort      00001544
      *      en credit au format ADJUST de PBCREA sur ADJOUT, une       00001548
      *      seule fois par facture et par payeur, et tout paiement     00001551
      *      inferieur a l'attendu va au rapport des sous-paiements     00001555
      *      par payeur (UNDRPT) pour appel.                            00001559
      *      Une remise datee dans un mois deja ferme (PERCTL,          00001562
      *      tenu par PBCLOSE) est imputee au premier jour du mois      00001566
      *      ouvert et listee REDATED au rapport.                       00001570
      *      En fin d'execution, les paiements imputes sont laisses     00001574
      *      sur CTLTOT pour PBBAL: ceux dates du jour (PAYMENT) et     00001577
      *      ceux imputes sous une autre date (PAYOFFDT). Ces           00001581
      *      derniers, que PBGLEXT ne trouve pas par PAYDATE dans       00001585
      *      la base, passent par l'alimentation GL (classe             00001588
      *      PAYMENT, datee du soir) comme les mouvements de            00001592
      *      PBCHARG, PBCREA et PBNSF.                                  00001596
      *                                                                 00001600
      * Fichier entree: RMITIN, remises bancaires                       00001700
      * Fichier entree: PAYCTR, tarifs contractuels des payeurs         00001710
      * Fichier entree: PAYMSTR, maitre des payeurs (noms)              00001720
      * Fichier entree: PERCTL, periode comptable ouverte               00001730
      * Fichier entree: ADJPRV, ADJOUT de l'execution interrompue       00001740
      *      (reprise seulement)                                        00001750
      * Fichier entree: PAYPRV, PAYRPT de l'execution interrompue       00001760
      *      (reprise seulement)                                        00001770
      * Fichier entree: GLFPRV, GLFDOUT de l'execution interrompue      00001780
      *      (reprise seulement)                                        00001790
      * Fichier sortie: PAYRPT, paiements non apparies et               00001800
      *      factures partiellement payees                              00001900
      *      et remises deja imputees (section distincte)               00001914
      * Fichier sortie: ADJOUT, ecarts contractuels au format FI01      00001928
      * Fichier sortie: UNDRPT, sous-paiements par payeur               00001942
      * Fichier sortie: GLFDOUT, alimentation GL (classe PAYMENT,       00001957
      *      paiements imputes sous une autre date)                     00001971
      * Fichier sortie: CTLTOT, totaux de controle du cycle (ajout)     00001985
      *----------------------------------------------------------*      00002000
      *--------------------*                                            00002100
       ENVIRONMENT DIVISION.                                            00002200
           SELECT RPT01-OUT ASSIGN TO PAYRPT                            00003300
           ORGANIZATION IS LINE SEQUENTIAL                              00003400
           FILE STATUS IS WS-RPT01-FS.                                  00003500
           SELECT CTR-IN ASSIGN TO PAYCTR                               00003503
           ORGANIZATION IS SEQUENTIAL                                   00003506
           FILE STATUS IS WS-CTR-FS.                                    00003509
           SELECT PAYMSTR ASSIGN TO PAYMSTR                             00003512
           ORGANIZATION IS SEQUENTIAL                                   00003516
           FILE STATUS IS WS-PMS-FS.                                    00003519
           SELECT ADJ-PRV ASSIGN TO ADJPRV                              00003522
           ORGANIZATION IS SEQUENTIAL                                   00003525
           FILE STATUS IS WS-ADJP-FS.                                   00003529
           SELECT RPT-PRV ASSIGN TO PAYPRV                              00003532
           ORGANIZATION IS LINE SEQUENTIAL                              00003535
           FILE STATUS IS WS-RPTP-FS.                                   00003538
           SELECT GLF-PRV ASSIGN TO GLFPRV                              00003541
           ORGANIZATION IS SEQUENTIAL                                   00003545
           FILE STATUS IS WS-GLFP-FS.                                   00003548
           SELECT GLF-OUT ASSIGN TO GLFDOUT                             00003551
           ORGANIZATION IS SEQUENTIAL                                   00003554
           FILE STATUS IS WS-GLF-FS.                                    00003558
           SELECT ADJ-OUT ASSIGN TO ADJOUT                              00003561
           ORGANIZATION IS SEQUENTIAL                                   00003564
           FILE STATUS IS WS-ADJO-FS.                                   00003567
           SELECT RPT02-OUT ASSIGN TO UNDRPT                            00003570
           ORGANIZATION IS LINE SEQUENTIAL                              00003574
           FILE STATUS IS WS-RPT02-FS.                                  00003577
           SELECT PERCTL ASSIGN TO PERCTL                               00003580
           ORGANIZATION IS SEQUENTIAL                                   00003583
           FILE STATUS IS WS-PER-FS.                                    00003587
           SELECT CTLTOT ASSIGN TO CTLTOT                               00003590
           ORGANIZATION IS SEQUENTIAL                                   00003593
           FILE STATUS IS WS-CTT-FS.                                    00003596
      *----------------*                                                00003600
       DATA DIVISION.                                                   00003700
      *----------------*                                                00003800
       FD  RPT01-OUT RECORDING MODE F.                                  00004400
       01  RPT01-OUT-REC                PIC X(80).                      00004500
                                                                        00004600
      *    tarif contractuel par payeur et TRTNAME (PCTRMNT)            00004601
       FD  CTR-IN RECORDING MODE F.                                     00004602
       01  CTR-REC.                                                     00004604
           05 CTR-PAYERCD               PIC X(08).                      00004605
           05 CTR-TRTNAME               PIC X(20).                      00004606
           05 CTR-AMOUNT                PIC 9(07)V99.                   00004608
           05 CTR-EFFDATE               PIC X(08).                      00004609
           05 CTR-EXPDATE               PIC X(08).                      00004610
           05 FILLER                    PIC X(27).                      00004612
                                                                        00004613
       FD  PAYMSTR RECORDING MODE F.                                    00004614
       01  PAY-MSTR-REC.                                                00004616
           05 PAY-CODE          PIC X(08).                              00004617
           05 FILLER            PIC X(01).                              00004618
           05 PAY-NAME          PIC X(20).                              00004620
           05 FILLER            PIC X(51).                              00004621
                                                                        00004622
       FD  ADJ-PRV RECORDING MODE F.                                    00004624
       01  ADJ-PRV-DATA                 PIC X(80).                      00004625
                                                                        00004626
       FD  RPT-PRV RECORDING MODE F.                                    00004628
       01  RPT-PRV-REC                  PIC X(80).                      00004629
                                                                        00004630
       FD  GLF-PRV RECORDING MODE F.                                    00004632
       01  GLF-PRV-DATA                 PIC X(80).                      00004633
                                                                        00004634
      *    alimentation GL: une ligne par paiement impute ce soir       00004636
      *    sous une autre date, que PBGLEXT ne trouve pas par           00004637
      *    PAYDATE dans la base                                         00004638
       FD  GLF-OUT RECORDING MODE F.                                    00004640
       01  GLF-REC.                                                     00004641
           05 GLF-CLASS         PIC X(08).                              00004642
           05 FILLER            PIC X(01).                              00004644
           05 GLF-AMOUNT        PIC S9(7)V99.                           00004645
           05 FILLER            PIC X(01).                              00004646
           05 GLF-DATE          PIC 9(08).                              00004648
           05 FILLER            PIC X(53).                              00004649
                                                                        00004650
       FD  ADJ-OUT RECORDING MODE F.                                    00004652
       01  ADJ-OUT-DATA                 PIC X(80).                      00004653
                                                                        00004654
       FD  RPT02-OUT RECORDING MODE F.                                  00004656
       01  RPT02-OUT-REC                PIC X(80).                      00004657
                                                                        00004658
      *    controle de periode comptable tenu par PBCLOSE               00004660
       FD  PERCTL RECORDING MODE F.                                     00004661
       01  PERCTL-REC.                                                  00004662
           05 PER-OPEN-PERIOD   PIC 9(06).                              00004664
           05 FILLER            PIC X(01).                              00004665
           05 PER-LAST-CLOSED   PIC 9(06).                              00004666
           05 FILLER            PIC X(01).                              00004668
           05 PER-CLOSE-DATE    PIC 9(08).                              00004669
           05 FILLER            PIC X(01).                              00004670
           05 PER-CLOSED-AR     PIC S9(11)V99.                          00004672
           05 FILLER            PIC X(44).                              00004673
      *    totaux de controle du cycle: un enregistrement par           00004674
      *    classe de mouvement et par execution, rapproches par PBBAL   00004676
       FD  CTLTOT RECORDING MODE F.                                     00004677
       01  CTT-REC.                                                     00004678
           05 CTT-PROGRAM       PIC X(08).                              00004680
           05 FILLER            PIC X(01).                              00004681
           05 CTT-CYCLE-DATE    PIC 9(08).                              00004682
           05 FILLER            PIC X(01).                              00004684
           05 CTT-TOTAL-ID      PIC X(08).                              00004685
           05 FILLER            PIC X(01).                              00004686
           05 CTT-COUNT         PIC 9(09).                              00004688
           05 FILLER            PIC X(01).                              00004689
           05 CTT-AMOUNT        PIC S9(11)V99.                          00004690
           05 FILLER            PIC X(01).                              00004692
           05 CTT-RUN-DATE      PIC 9(08).                              00004693
           05 FILLER            PIC X(01).                              00004694
           05 CTT-RUN-TIME      PIC 9(08).                              00004696
           05 FILLER            PIC X(12).                              00004697
                                                                        00004698
      *-----------------------*                                         00004700
       WORKING-STORAGE SECTION.                                         00004800
      *-----------------------*                                         00004900
           05 WS-NO-UNMATCHED              PIC 9(8).                    00005240
           05 WS-NO-PARTIAL                PIC 9(8).                    00005325
           05 WS-NO-OVERPAID               PIC 9(8).                    00005410
           05 WS-NO-DUPLICATES             PIC 9(8).                    00005411
           05 WS-NO-CONTRACT-ADJ           PIC 9(8).                    00005412
           05 WS-NO-UNDERPAID              PIC 9(8).                    00005414
           05 WS-NO-NO-CONTRACT            PIC 9(8).                    00005415
           05 WS-NO-REDATED                PIC 9(8).                    00005417
                                                                        00005418
       01 WS-CHKP-INTERVAL             PIC 9(5) VALUE 01000.            00005419
       01 WS-CHKP-COUNTER              PIC 9(5) VALUE 0.                00005421
       01 WS-CHKP-ID                   PIC X(8) VALUE SPACE.            00005422
      *    the counters, the report page and the duplicates held for    00005424
      *    the closing section travel with the checkpoint, so a         00005425
      *    restarted run ends with the same totals as a clean one       00005426
       01 WS-RESTART-DATA.                                              00005428
           05 WS-RESTART-COUNT         PIC 9(8) VALUE 0.                00005429
           05 WS-RESTART-COUNTERS      PIC X(80) VALUE ZEROES.          00005431
           05 WS-RESTART-PAGE-CNT      PIC 9(03) VALUE 0.               00005432
           05 WS-DUP-TABLE.                                             00005433
              10 WS-DUP-MAX         PIC 9(04) COMP VALUE 1000.          00005435
              10 WS-DUP-COUNT       PIC 9(04) COMP VALUE 0.             00005436
              10 WS-DUP-ENTRY OCCURS 1000 TIMES INDEXED BY DUP-IDX.     00005438
                 15 WS-DUP-INVOICENO   PIC X(08).                       00005439
                 15 WS-DUP-REFERENCE   PIC X(12).                       00005440
                 15 WS-DUP-PAYAMT      PIC 9(07)V99.                    00005442
                 15 WS-DUP-BILLAMT     PIC S9(7)V99.                    00005443
      *       records already on ADJOUT, copied back from ADJPRV        00005445
      *       on restart so no memo is lost or written twice            00005446
           05 WS-ADJ-REC-CNT           PIC 9(07) VALUE 0.               00005447
      *       lines already on PAYRPT, copied back from PAYPRV on       00005449
      *       restart so no exception is listed twice                   00005450
           05 WS-RPT-REC-CNT           PIC 9(07) VALUE 0.               00005452
      *       and feed records already on GLFDOUT, from GLFPRV          00005453
           05 WS-GLF-REC-CNT           PIC 9(07) VALUE 0.               00005455
           05 WS-ADJ-PAT-CNT           PIC 9(07) VALUE 0.               00005456
           05 WS-UND-TABLE.                                             00005457
              10 WS-UND-MAX         PIC 9(04) COMP VALUE 2000.          00005459
              10 WS-UND-COUNT       PIC 9(04) COMP VALUE 0.             00005460
              10 WS-UND-ENTRY OCCURS 2000 TIMES                         00005462
                                    INDEXED BY UND-IDX UND-IDX2.        00005463
                 15 WS-UND-PAYERCD     PIC X(08).                       00005464
                 15 WS-UND-INVOICENO   PIC X(08).                       00005466
                 15 WS-UND-TRTNAME     PIC X(20).                       00005467
                 15 WS-UND-BILLAMT     PIC S9(7)V99.                    00005469
                 15 WS-UND-EXPECTED    PIC S9(7)V99.                    00005470
                 15 WS-UND-PAID        PIC S9(7)V99.                    00005471
      *       tonight's control totals for PBBAL: payments dated        00005473
      *       today, and those posted under any other PAYDATE           00005474
           05 WS-CTT-POST-DATE         PIC 9(08) VALUE 0.               00005476
           05 WS-NO-PAY-TODAY          PIC 9(08) VALUE 0.               00005477
           05 WS-TOT-PAY-TODAY         PIC S9(11)V99 VALUE 0.           00005478
           05 WS-NO-PAY-OFFDATE        PIC 9(08) VALUE 0.               00005480
           05 WS-TOT-PAY-OFFDATE       PIC S9(11)V99 VALUE 0.           00005481
       01 WS-SKIP-COUNT                PIC 9(8) VALUE 0.                00005483
       01 WS-RESTART-SW                PIC X VALUE 'N'.                 00005484
          88 WS-IS-RESTART             VALUE 'Y'.                       00005485
       01 WS-DUP-SUB                   PIC 9(04) COMP VALUE 0.          00005487
                                                                        00005488
      *    total de controle en cours d'ecriture sur CTLTOT             00005490
       01 WS-CTT-TOTAL-ID               PIC X(08).                      00005491
       01 WS-CTT-COUNT                  PIC 9(09).                      00005492
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  00005494
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      00005495
       01 WS-CTT-TODAY                  PIC 9(08).                      00005497
       01 WS-CTT-TIME                   PIC 9(08).                      00005498
                                                                        00005500
       01 WS-FILE-STATUS.                                               00005600
          05 WS-RMIT-FS                PIC X(2).                        00005700
          05 WS-RPT01-FS               PIC X(2).                        00005800
          05 WS-CTR-FS                 PIC X(2).                        00005809
          05 WS-PMS-FS                 PIC X(2).                        00005818
          05 WS-ADJP-FS                PIC X(2).                        00005827
          05 WS-RPTP-FS                PIC X(2).                        00005836
          05 WS-GLFP-FS                PIC X(2).                        00005845
          05 WS-GLF-FS                 PIC X(2).                        00005854
          05 WS-ADJO-FS                PIC X(2).                        00005863
          05 WS-RPT02-FS               PIC X(2).                        00005872
          05 WS-PER-FS                 PIC X(2).                        00005881
          05 WS-CTT-FS                 PIC X(2).                        00005890
                                                                        00005900
       01 WS-RMIT-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00006000
          88 WS-RMIT-EOF                VALUE 'TRUE'.                   00006100
          88 WS-RMIT-NOT-EOF            VALUE 'FALSE'.                  00006200
       01 WS-CTR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00006209
          88 WS-CTR-EOF                 VALUE 'TRUE'.                   00006218
       01 WS-PMS-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00006227
          88 WS-PMS-EOF                 VALUE 'TRUE'.                   00006236
       01 WS-ADJP-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00006245
          88 WS-ADJP-EOF                VALUE 'TRUE'.                   00006254
       01 WS-RPTP-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00006263
          88 WS-RPTP-EOF                VALUE 'TRUE'.                   00006272
       01 WS-GLFP-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00006281
          88 WS-GLFP-EOF                VALUE 'TRUE'.                   00006290
                                                                        00006300
      * une remise bancaire par enregistrement: la facture payee        00006400
      * et les attributs du paiement a creer                            00006500
          05 RMIT-AMOUNT               PIC 9(07)V99.                    00006900
          05 RMIT-METHOD               PIC X(02).                       00007000
          05 RMIT-REFERENCE            PIC X(12).                       00007100
      *    blank on a patient remittance: no contract check             00007150
          05 RMIT-PAYERCD              PIC X(08).                       00007200
          05 FILLER                    PIC X(33).                       00007250
                                                                        00007300
       01 QUAL-SSA-PATIENT.                                             00007400
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00007500
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00009248
          05 WS-PR-PAYMETH   PIC X(02).                                 00009260
          05 WS-PR-PAYREF    PIC X(12).                                 00009272
          05 WS-PR-PAY-FACILITY PIC X(02).                              00009279
          05 WS-PR-PAYERCD   PIC X(08).                                 00009286
          05 FILLER          PIC X(19).                                 00009293
                                                                        00009300
       01 DLI-FUNCTIONS.                                                00009400
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00009500
          05 WS-INVOICENO  PIC X(08).                                   00011200
          05 WS-AMOUNT     PIC S9(7)V99.                                00011300
          05 WS-BILLDATE   PIC X(08).                                   00011400
          05 WS-REFINVNO     PIC X(08).                                 00011433
          05 WS-TRANTYPE     PIC X(01).                                 00011466
          05 WS-BIL-FACILITY PIC X(02).                                 00011500
          05 WS-BIL-TRTNAME  PIC X(20).                                 00011533
          05 FILLER          PIC X(04).                                 00011566
                                                                        00011600
      * segment PAYMENT, enfant de BILLING                              00011700
       01 WS-PAYMENT-SEG.                                               00011800
          05 WS-PAYAMT     PIC 9(07)V99.                                00012000
          05 WS-PAYMETH    PIC X(02).                                   00012100
          05 WS-PAYREF     PIC X(12).                                   00012200
      *    clinic of the payment, set by the online posting             00012206
          05 WS-PAY-FACILITY PIC X(02).                                 00012212
      *    payer whose remittance this is, blank for the patient        00012218
          05 WS-PAY-PAYERCD  PIC X(08).                                 00012225
          05 FILLER          PIC X(19).                                 00012231
                                                                        00012237
      *    premier jour du mois ouvert: une remise datee avant          00012243
      *    s'impute a cette date; sans PERCTL rien n'est redate         00012250
       01 WS-PER-OPEN-START            PIC X(08) VALUE LOW-VALUE.       00012256
       01 WS-PER-OPEN-START-R REDEFINES WS-PER-OPEN-START.              00012262
          05 WS-PER-OPEN-YYMM          PIC 9(06).                       00012268
          05 WS-PER-OPEN-DD            PIC X(02).                       00012275
       01 WS-ORIG-PAYDATE              PIC X(08).                       00012281
       01 WS-REDATE-SW                 PIC X(01) VALUE 'N'.             00012287
          88 WS-REDATED                VALUE 'Y'.                       00012293
                                                                        00012300
       01 WS-SAVE-BILL-AMOUNT          PIC S9(7)V99.                    00012400
       01 WS-SAVE-BILLDATE             PIC X(08).                       00124001
       01 WS-SAVE-TRTNAME              PIC X(20).                       00124002
                                                                        00124003
      *    what this payer already paid on the invoice; a payment       00124004
      *    of the same payer means the contractual difference was       00124005
      *    already taken on an earlier night                            00124006
       01 WS-PAYER-PRIOR-PAID          PIC S9(9)V99 VALUE 0.            00124007
       01 WS-PAYER-PAID                PIC S9(9)V99 VALUE 0.            00124008
       01 WS-PAYER-SEEN-SW             PIC X(01) VALUE 'N'.             00124009
          88 WS-PAYER-SEEN             VALUE 'Y'.                       00124010
       01 WS-EXPECTED-AMT              PIC S9(7)V99 VALUE 0.            00124011
       01 WS-CONTRACT-ADJ-AMT          PIC S9(7)V99 VALUE 0.            00124012
                                                                        00124013
      *    les tarifs contractuels charges en table                     00124014
       01 WS-CTR-TABLE.                                                 00124015
          05 WS-CTR-MAX         PIC 9(04) COMP VALUE 1000.              00124016
          05 WS-CTR-COUNT       PIC 9(04) COMP VALUE 0.                 00124017
          05 WS-CTR-ENTRY OCCURS 1000 TIMES INDEXED BY CTR-IDX.         00124018
             10 WS-CTR-TAB-PAYERCD  PIC X(08).                          00124019
             10 WS-CTR-TAB-TRTNAME  PIC X(20).                          00124020
             10 WS-CTR-TAB-AMOUNT   PIC 9(07)V99.                       00124021
             10 WS-CTR-TAB-EFFDATE  PIC X(08).                          00124022
             10 WS-CTR-TAB-EXPDATE  PIC X(08).                          00124023
       01 WS-CTR-LOADED                 PIC X(01) VALUE 'N'.            00124024
          88 WS-CTR-AVAILABLE           VALUE 'Y'.                      00124025
       01 WS-CTR-FOUND                  PIC X(01) VALUE 'N'.            00124026
          88 WS-CTR-HIT                 VALUE 'Y'.                      00124027
       01 WS-CTR-HIT-SUB                PIC 9(04) COMP VALUE 0.         00124028
                                                                        00124029
      * payer master loaded in table for the payer names                00124030
       01 WS-PMS-TABLE.                                                 00124031
          05 WS-PMS-MAX         PIC 9(02) COMP VALUE 50.                00124032
          05 WS-PMS-COUNT       PIC 9(02) COMP VALUE 0.                 00124033
          05 WS-PMS-ENTRY OCCURS 50 TIMES INDEXED BY PMS-IDX.           00124034
             10 WS-PMS-TAB-CODE    PIC X(08).                           00124035
             10 WS-PMS-TAB-NAME    PIC X(20).                           00124036
       01 WS-PMS-FOUND                 PIC X(01) VALUE 'N'.             00124037
          88 WS-PMS-HIT                VALUE 'Y'.                       00124038
                                                                        00124039
      *    enregistrement de sortie au format FI01 de PBCREA            00124040
       01 WS-REC-FI01.                                                  00124041
          05 FI01-SEGMENT-TYPE         PIC X(08).                       00124042
          05 FILLER                    PIC X(01).                       00124043
          05 FI01-DATA                 PIC X(72).                       00124044
          05 FI01-DATA-PATIENT  REDEFINES FI01-DATA.                    00124045
             10 FI01-DATA-PATIENID     PIC X(05).                       00124046
             10 FILLER                 PIC X(67).                       00124047
          05 FI01-DATA-ADJUST   REDEFINES FI01-DATA.                    00124048
             10 FI01-ADJ-REFINVNO      PIC X(08).                       00124049
             10 FI01-ADJ-TYPE          PIC X(01).                       00124050
             10 FI01-ADJ-AMOUNT        PIC S9(7)V99.                    00124051
             10 FI01-ADJ-DATE          PIC X(08).                       00124052
             10 FILLER                 PIC X(46).                       00124053
          05 FI01-DATA-TRAILER  REDEFINES FI01-DATA.                    00124054
             10 FI01-TRL-PAT-CNT      PIC 9(07).                        00124055
             10 FI01-TRL-TRT-CNT      PIC 9(07).                        00124056
             10 FI01-TRL-BIL-CNT      PIC 9(07).                        00124057
             10 FI01-TRL-AMT-HASH     PIC S9(11)V99.                    00124058
             10 FILLER                 PIC X(38).                       00124059
       01 WS-ADJ-COPY-CNT               PIC 9(07) VALUE 0.              00124060
       01 WS-RPT-COPY-CNT               PIC 9(07) VALUE 0.              00124061
       01 WS-GLF-COPY-CNT               PIC 9(07) VALUE 0.              00124062
                                                                        00012414
      *    somme des paiements deja imputes sur la facture, lue         00012428
      *    par GNP sous la facture retenue, pour classer la             00012442
       01 WS-PRIOR-PAID                PIC S9(9)V99 VALUE 0.            00012470
       01 WS-TOTAL-PAID                PIC S9(9)V99 VALUE 0.            00012484
                                                                        00012500
      *    set by the same GNP walk when a payment with this            00012514
      *    remittance's reference, date and amount is already on        00012528
      *    the invoice - a rerun of a night already posted              00012542
       01 WS-DUP-SW                    PIC X(01) VALUE 'N'.             00012557
          88 WS-ALREADY-POSTED         VALUE 'Y'.                       00012571
                                                                        00012585
       01 RPT-HEADER-1.                                                 00012600
           05 RPT-H1-TITLE     PIC X(33) VALUE                          00012700
                'REMITTANCE POSTING EXCEPTIONS    '.                    00012800
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00012900
           05 RPT-H1-PAGE      PIC ZZZ9.                                00013000
           05 RPT-D-STATUS     PIC X(09).                               00015000
           05 FILLER           PIC X(21) VALUE SPACE.                   00015100
                                                                        00015200
       01 RPT-DUP-TOTAL-LINE.                                           00015214
           05 FILLER           PIC X(30) VALUE                          00015228
                'DUPLICATE REMITTANCES SKIPPED:'.                       00015242
           05 RPT-DT-COUNT     PIC ZZZZZZZ9.                            00015257
           05 FILLER           PIC X(42) VALUE SPACE.                   00015271
                                                                        00015285
       01 WS-RPT-COUNTERS.                                              00015300
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00015400
           05 WS-RPT-PAGE-CNT           PIC 9(03) COMP.                 00015500
                                                                        00015600
       01 WS-RPT-LINES-PER-PAGE         PIC 9(03) VALUE 50.             00015700
                                                                        00015701
       01 UND-HEADER-1.                                                 00015703
           05 FILLER           PIC X(36) VALUE                          00015704
                'PAYER UNDERPAYMENTS - FOR APPEAL    '.                 00015706
           05 FILLER           PIC X(44) VALUE SPACE.                   00015707
                                                                        00015709
       01 UND-HEADER-2.                                                 00015710
           05 FILLER           PIC X(09) VALUE 'INVOICE'.               00015712
           05 FILLER           PIC X(21) VALUE 'TRTNAME'.               00015713
           05 FILLER           PIC X(12) VALUE '     BILLED '.          00015715
           05 FILLER           PIC X(12) VALUE '   EXPECTED '.          00015716
           05 FILLER           PIC X(12) VALUE '       PAID '.          00015718
           05 FILLER           PIC X(12) VALUE '      SHORT '.          00015720
           05 FILLER           PIC X(02) VALUE SPACE.                   00015721
                                                                        00015723
       01 UND-PAYER-LINE.                                               00015724
           05 FILLER           PIC X(07) VALUE 'PAYER: '.               00015726
           05 UND-P-PAYERCD    PIC X(08).                               00015727
           05 FILLER           PIC X(01) VALUE SPACE.                   00015729
           05 UND-P-NAME       PIC X(20).                               00015730
           05 FILLER           PIC X(44) VALUE SPACE.                   00015732
                                                                        00015733
       01 UND-DETAIL-LINE.                                              00015735
           05 UND-D-INVOICENO  PIC X(08).                               00015736
           05 FILLER           PIC X(01) VALUE SPACE.                   00015738
           05 UND-D-TRTNAME    PIC X(20).                               00015740
           05 FILLER           PIC X(01) VALUE SPACE.                   00015741
           05 UND-D-BILLAMT    PIC -ZZZZZZ9.99.                         00015743
           05 FILLER           PIC X(01) VALUE SPACE.                   00015744
           05 UND-D-EXPECTED   PIC -ZZZZZZ9.99.                         00015746
           05 FILLER           PIC X(01) VALUE SPACE.                   00015747
           05 UND-D-PAID       PIC -ZZZZZZ9.99.                         00015749
           05 FILLER           PIC X(01) VALUE SPACE.                   00015750
           05 UND-D-SHORT      PIC -ZZZZZZ9.99.                         00015752
           05 FILLER           PIC X(02) VALUE SPACE.                   00015753
                                                                        00015755
       01 UND-TOTAL-LINE.                                               00015756
           05 UND-T-LABEL      PIC X(30).                               00015758
           05 UND-T-BILLAMT    PIC -ZZZZZZ9.99.                         00015760
           05 FILLER           PIC X(01) VALUE SPACE.                   00015761
           05 UND-T-EXPECTED   PIC -ZZZZZZ9.99.                         00015763
           05 FILLER           PIC X(01) VALUE SPACE.                   00015764
           05 UND-T-PAID       PIC -ZZZZZZ9.99.                         00015766
           05 FILLER           PIC X(01) VALUE SPACE.                   00015767
           05 UND-T-SHORT      PIC -ZZZZZZ9.99.                         00015769
           05 FILLER           PIC X(02) VALUE SPACE.                   00015770
                                                                        00015772
       01 UND-COUNT-LINE.                                               00015773
           05 FILLER           PIC X(30) VALUE                          00015775
                'SHORT-PAID REMITTANCES       :'.                       00015776
           05 UND-C-COUNT      PIC ZZZZZZZ9.                            00015778
           05 FILLER           PIC X(42) VALUE SPACE.                   00015780
                                                                        00015781
       01 WS-UND-TOTALS.                                                00015783
           05 WS-UND-SUB-BILLED    PIC S9(9)V99.                        00015784
           05 WS-UND-SUB-EXPECTED  PIC S9(9)V99.                        00015786
           05 WS-UND-SUB-PAID      PIC S9(9)V99.                        00015787
           05 WS-UND-GRD-BILLED    PIC S9(9)V99.                        00015789
           05 WS-UND-GRD-EXPECTED  PIC S9(9)V99.                        00015790
           05 WS-UND-GRD-PAID      PIC S9(9)V99.                        00015792
       01 WS-UND-SUB                   PIC 9(04) COMP VALUE 0.          00015793
       01 WS-UND-CUR-PAYERCD           PIC X(08).                       00015795
       01 WS-UND-EARLIER-SW            PIC X(01) VALUE 'N'.             00015796
          88 WS-UND-EARLIER            VALUE 'Y'.                       00015798
                                                                        00015800
      *-----------------------*                                         00015900
       LINKAGE SECTION.                                                 00016000
           DISPLAY 'UNMATCHED        : ' WS-NO-UNMATCHED.               00020000
           DISPLAY 'PARTIAL PAYMENTS : ' WS-NO-PARTIAL.                 00020066
           DISPLAY 'OVERPAID INVOICES: ' WS-NO-OVERPAID.                00020132
           DISPLAY 'DUPLICATES SKIPPED: ' WS-NO-DUPLICATES.             00020137
           DISPLAY 'CONTRACT ADJUSTED: ' WS-NO-CONTRACT-ADJ.            00020143
           DISPLAY 'UNDERPAID        : ' WS-NO-UNDERPAID.               00020149
           DISPLAY 'NO CONTRACT RATE : ' WS-NO-NO-CONTRACT.             00020154
           DISPLAY 'REDATED TO OPEN PERIOD: ' WS-NO-REDATED.            00020160
                                                                        00020166
      *    remittances already on file get their own section            00020171
           IF WS-NO-DUPLICATES > 0                                      00020177
              PERFORM 5900-WRITE-DUP-SECTION                            00020183
                 THRU 5900-WRITE-DUP-SECTION-END                        00020188
           END-IF.                                                      00020194
           CLOSE RPT01-OUT.                                             00020200
                                                                        00020300
      *    the contractual memos go to PBCREA with their trailer        00020308
           PERFORM 4000-WRITE-ADJ-TRAILER                               00020316
              THRU 4000-WRITE-ADJ-TRAILER-END.                          00020325
           CLOSE ADJ-OUT.                                               00020333
           CLOSE GLF-OUT.                                               00020341
                                                                        00020350
           DISPLAY '2_____UNDERPAYMENTS BY PAYER'.                      00020358
           PERFORM 7000-WRITE-UNDERPAY-RPT                              00020366
              THRU 7000-WRITE-UNDERPAY-RPT-END.                         00020375
           CLOSE RPT02-OUT.                                             00020383
                                                                        00020391
           IF WS-NO-UNMATCHED > 0                                       00020400
              OR WS-NO-DUPLICATES > 0                                   00020433
              OR WS-NO-UNDERPAID > 0                                    00020466
              MOVE 4 TO RETURN-CODE                                     00020500
           END-IF.                                                      00020600
                                                                        00020700
      *    tonight's payments, proved against the GL by PBBAL           00020707
           MOVE WS-CTT-POST-DATE   TO WS-CTT-CYCLE-DATE.                00020714
           MOVE 'PAYMENT '         TO WS-CTT-TOTAL-ID.                  00020721
           MOVE WS-NO-PAY-TODAY    TO WS-CTT-COUNT.                     00020728
           MOVE WS-TOT-PAY-TODAY   TO WS-CTT-AMOUNT.                    00020735
           PERFORM 8970-WRITE-CTLTOT                                    00020742
              THRU 8970-WRITE-CTLTOT-END.                               00020750
           MOVE 'PAYOFFDT'         TO WS-CTT-TOTAL-ID.                  00020757
           MOVE WS-NO-PAY-OFFDATE  TO WS-CTT-COUNT.                     00020764
           MOVE WS-TOT-PAY-OFFDATE TO WS-CTT-AMOUNT.                    00020771
           PERFORM 8970-WRITE-CTLTOT                                    00020778
              THRU 8970-WRITE-CTLTOT-END.                               00020785
                                                                        00020792
           GOBACK.                                                      00020800
                                                                        00208001
      *-----------------------*                                         00208002
       0500-RESTART-CHECK.                                              00208003
      *-----------------------*                                         00208004
           MOVE 'PBPAYMT' TO WS-CHKP-ID.                                00208005
                                                                        00208006
           CALL 'CBLTDLI' USING DLI-XRST,                               00208007
                                WS-CHKP-ID,                             00208008
                                WS-RESTART-DATA.                        00208009
                                                                        00208010
           IF STATUS-CODE = '  '                                        00208011
              AND WS-RESTART-COUNT > 0                                  00208012
              MOVE 'Y' TO WS-RESTART-SW                                 00208013
              MOVE WS-RESTART-COUNT TO WS-SKIP-COUNT                    00208014
              DISPLAY 'RESTARTING - RECORDS TO SKIP: ' WS-SKIP-COUNT    00208015
           ELSE                                                         00208016
              MOVE 'N' TO WS-RESTART-SW                                 00208017
           END-IF.                                                      00208018
      *-----------------------*                                         00208019
       0500-RESTART-CHECK-END.                                          00208020
      *-----------------------*                                         00208021
           EXIT.                                                        00208022
                                                                        00208023
      *-----------------------*                                         00208024
       0600-SKIP-RECORDS.                                               00208025
      *-----------------------*                                         00208026
           PERFORM 8100-READ-RMIT                                       00208027
              THRU 8100-READ-RMIT-END.                                  00208028
                                                                        00208029
           IF WS-SKIP-COUNT > 0                                         00208030
              SUBTRACT 1 FROM WS-SKIP-COUNT                             00208031
           END-IF.                                                      00208032
      *-----------------------*                                         00208033
       0600-SKIP-RECORDS-END.                                           00208034
      *-----------------------*                                         00208035
           EXIT.                                                        00208036
                                                                        00208037
      *-----------------------*                                         00208038
       0700-RESTORE-ADJOUT.                                             00208039
      *-----------------------*                                         00208040
      *    the memos written up to the checkpoint are taken back        00208041
      *    from the interrupted run's ADJOUT; the ones written          00208042
      *    after it are redone with the remittances they came from      00208043
           OPEN OUTPUT ADJ-OUT.                                         00208044
           IF WS-ADJ-REC-CNT = 0                                        00208045
              GO TO 0700-RESTORE-ADJOUT-END                             00208046
           END-IF.                                                      00208047
                                                                        00208048
           OPEN INPUT ADJ-PRV.                                          00208049
           IF WS-ADJP-FS NOT = '00'                                     00208050
              DISPLAY 'ADJPRV NOT AVAILABLE - RUN STOPPED: '            00208051
                 WS-ADJP-FS                                             00208052
              MOVE 16 TO RETURN-CODE                                    00208053
              PERFORM 9999-ABEND                                        00208054
                 THRU 9999-ABEND-END                                    00208055
           END-IF.                                                      00208056
                                                                        00208057
           MOVE ZERO TO WS-ADJ-COPY-CNT.                                00208058
           PERFORM 0710-COPY-ADJ-RECORD                                 00208059
              THRU 0710-COPY-ADJ-RECORD-END                             00208060
              UNTIL WS-ADJ-COPY-CNT = WS-ADJ-REC-CNT                    00208061
                 OR WS-ADJP-EOF.                                        00208062
           CLOSE ADJ-PRV.                                               00208063
                                                                        00208064
           IF WS-ADJ-COPY-CNT < WS-ADJ-REC-CNT                          00208065
              DISPLAY 'ADJPRV SHORT OF CHECKPOINT - RUN STOPPED: '      00208066
                 WS-ADJ-COPY-CNT ' OF ' WS-ADJ-REC-CNT                  00208067
              MOVE 16 TO RETURN-CODE                                    00208068
              PERFORM 9999-ABEND                                        00208069
                 THRU 9999-ABEND-END                                    00208070
           END-IF.                                                      00208071
           DISPLAY 'ADJUSTMENT RECORDS RESTORED: ' WS-ADJ-COPY-CNT.     00208072
      *-----------------------*                                         00208073
       0700-RESTORE-ADJOUT-END.                                         00208074
      *-----------------------*                                         00208075
           EXIT.                                                        00208076
                                                                        00208077
      *-----------------------*                                         00208078
       0710-COPY-ADJ-RECORD.                                            00208079
      *-----------------------*                                         00208080
           READ ADJ-PRV                                                 00208081
           END-READ.                                                    00208082
                                                                        00208083
           EVALUATE TRUE                                                00208084
             WHEN WS-ADJP-FS = '00'                                     00208085
               WRITE ADJ-OUT-DATA FROM ADJ-PRV-DATA                     00208086
               ADD 1 TO WS-ADJ-COPY-CNT                                 00208087
             WHEN WS-ADJP-FS = '10'                                     00208088
               SET WS-ADJP-EOF TO TRUE                                  00208089
             WHEN OTHER                                                 00208090
      D        DISPLAY "ERROR READ FILE ADJPRV !!!: " WS-ADJP-FS        00208091
               PERFORM 9999-ABEND                                       00208092
                  THRU 9999-ABEND-END                                   00208093
           END-EVALUATE.                                                00208094
      *-----------------------*                                         00208095
       0710-COPY-ADJ-RECORD-END.                                        00208096
      *-----------------------*                                         00208097
           EXIT.                                                        00208098
                                                                        00208099
      *-----------------------*                                         00208100
       0750-RESTORE-PAYRPT.                                             00208101
      *-----------------------*                                         00208102
      *    the report lines written up to the checkpoint are taken      00208103
      *    back from the interrupted run's PAYRPT; the ones written     00208104
      *    after it are redone with the remittances they came from      00208105
           OPEN OUTPUT RPT01-OUT.                                       00208106
           IF WS-RPT-REC-CNT = 0                                        00208107
              GO TO 0750-RESTORE-PAYRPT-END                             00208108
           END-IF.                                                      00208109
                                                                        00208110
           OPEN INPUT RPT-PRV.                                          00208111
           IF WS-RPTP-FS NOT = '00'                                     00208112
              DISPLAY 'PAYPRV NOT AVAILABLE - RUN STOPPED: '            00208113
                 WS-RPTP-FS                                             00208114
              MOVE 16 TO RETURN-CODE                                    00208115
              PERFORM 9999-ABEND                                        00208116
                 THRU 9999-ABEND-END                                    00208117
           END-IF.                                                      00208118
                                                                        00208119
           MOVE ZERO TO WS-RPT-COPY-CNT.                                00208120
           PERFORM 0760-COPY-RPT-RECORD                                 00208121
              THRU 0760-COPY-RPT-RECORD-END                             00208122
              UNTIL WS-RPT-COPY-CNT = WS-RPT-REC-CNT                    00208123
                 OR WS-RPTP-EOF.                                        00208124
           CLOSE RPT-PRV.                                               00208125
                                                                        00208126
           IF WS-RPT-COPY-CNT < WS-RPT-REC-CNT                          00208127
              DISPLAY 'PAYPRV SHORT OF CHECKPOINT - RUN STOPPED: '      00208128
                 WS-RPT-COPY-CNT ' OF ' WS-RPT-REC-CNT                  00208129
              MOVE 16 TO RETURN-CODE                                    00208130
              PERFORM 9999-ABEND                                        00208131
                 THRU 9999-ABEND-END                                    00208132
           END-IF.                                                      00208133
           DISPLAY 'REPORT LINES RESTORED: ' WS-RPT-COPY-CNT.           00208134
      *-----------------------*                                         00208135
       0750-RESTORE-PAYRPT-END.                                         00208136
      *-----------------------*                                         00208137
           EXIT.                                                        00208138
                                                                        00208139
      *-----------------------*                                         00208140
       0760-COPY-RPT-RECORD.                                            00208141
      *-----------------------*                                         00208142
           READ RPT-PRV                                                 00208143
           END-READ.                                                    00208144
                                                                        00208145
           EVALUATE TRUE                                                00208146
             WHEN WS-RPTP-FS = '00'                                     00208147
               WRITE RPT01-OUT-REC FROM RPT-PRV-REC                     00208148
               ADD 1 TO WS-RPT-COPY-CNT                                 00208149
             WHEN WS-RPTP-FS = '10'                                     00208150
               SET WS-RPTP-EOF TO TRUE                                  00208151
             WHEN OTHER                                                 00208152
      D        DISPLAY "ERROR READ FILE PAYPRV !!!: " WS-RPTP-FS        00208153
               PERFORM 9999-ABEND                                       00208154
                  THRU 9999-ABEND-END                                   00208155
           END-EVALUATE.                                                00208156
      *-----------------------*                                         00208157
       0760-COPY-RPT-RECORD-END.                                        00208158
      *-----------------------*                                         00208159
           EXIT.                                                        00208160
                                                                        00208161
      *-----------------------*                                         00208162
       0780-RESTORE-GLFEED.                                             00208163
      *-----------------------*                                         00208164
      *    the feed records written up to the checkpoint are taken      00208165
      *    back from the interrupted run's GLFDOUT, so PBGLEXT          00208166
      *    journals each off-date payment exactly once                  00208167
           OPEN OUTPUT GLF-OUT.                                         00208168
           IF WS-GLF-REC-CNT = 0                                        00208169
              GO TO 0780-RESTORE-GLFEED-END                             00208170
           END-IF.                                                      00208171
                                                                        00208172
           OPEN INPUT GLF-PRV.                                          00208173
           IF WS-GLFP-FS NOT = '00'                                     00208174
              DISPLAY 'GLFPRV NOT AVAILABLE - RUN STOPPED: '            00208175
                 WS-GLFP-FS                                             00208176
              MOVE 16 TO RETURN-CODE                                    00208177
              PERFORM 9999-ABEND                                        00208178
                 THRU 9999-ABEND-END                                    00208179
           END-IF.                                                      00208180
                                                                        00208181
           MOVE ZERO TO WS-GLF-COPY-CNT.                                00208182
           PERFORM 0790-COPY-GLF-RECORD                                 00208183
              THRU 0790-COPY-GLF-RECORD-END                             00208184
              UNTIL WS-GLF-COPY-CNT = WS-GLF-REC-CNT                    00208185
                 OR WS-GLFP-EOF.                                        00208186
           CLOSE GLF-PRV.                                               00208187
                                                                        00208188
           IF WS-GLF-COPY-CNT < WS-GLF-REC-CNT                          00208189
              DISPLAY 'GLFPRV SHORT OF CHECKPOINT - RUN STOPPED: '      00208190
                 WS-GLF-COPY-CNT ' OF ' WS-GLF-REC-CNT                  00208191
              MOVE 16 TO RETURN-CODE                                    00208192
              PERFORM 9999-ABEND                                        00208193
                 THRU 9999-ABEND-END                                    00208194
           END-IF.                                                      00208195
           DISPLAY 'GL FEED RECORDS RESTORED: ' WS-GLF-COPY-CNT.        00208196
      *-----------------------*                                         00208197
       0780-RESTORE-GLFEED-END.                                         00208198
      *-----------------------*                                         00208199
           EXIT.                                                        00208200
                                                                        00208201
      *-----------------------*                                         00208202
       0790-COPY-GLF-RECORD.                                            00208203
      *-----------------------*                                         00208204
           READ GLF-PRV                                                 00208205
           END-READ.                                                    00208206
                                                                        00208207
           EVALUATE TRUE                                                00208208
             WHEN WS-GLFP-FS = '00'                                     00208209
               WRITE GLF-REC FROM GLF-PRV-DATA                          00208210
               ADD 1 TO WS-GLF-COPY-CNT                                 00208211
             WHEN WS-GLFP-FS = '10'                                     00208212
               SET WS-GLFP-EOF TO TRUE                                  00208213
             WHEN OTHER                                                 00208214
      D        DISPLAY "ERROR READ FILE GLFPRV !!!: " WS-GLFP-FS        00208215
               PERFORM 9999-ABEND                                       00208216
                  THRU 9999-ABEND-END                                   00208217
           END-EVALUATE.                                                00208218
      *-----------------------*                                         00208219
       0790-COPY-GLF-RECORD-END.                                        00208220
      *-----------------------*                                         00208221
           EXIT.                                                        00208222
                                                                        00020900
      *------------*                                                    00021000
       1000-INIT.                                                       00021100
      D      DISPLAY "OPEN RMIT-IN IS OK"                               00022600
           END-IF.                                                      00022700
                                                                        00022800
      *    check for restart: remittances posted before the last        00022802
      *    checkpoint are skipped, not read back into the database      00022804
           PERFORM 0500-RESTART-CHECK                                   00022807
              THRU 0500-RESTART-CHECK-END.                              00022809
                                                                        00022812
           IF WS-IS-RESTART                                             00022814
              PERFORM 0600-SKIP-RECORDS                                 00022816
                 THRU 0600-SKIP-RECORDS-END                             00022819
                 UNTIL WS-SKIP-COUNT = 0                                00022821
                    OR WS-RMIT-EOF                                      00022824
      *       the totals resume where the checkpoint left them          00022826
              MOVE WS-RESTART-COUNTERS TO WS-COUNTERS                   00022828
              MOVE WS-RESTART-PAGE-CNT TO WS-RPT-PAGE-CNT               00022831
      *       the exceptions listed up to the checkpoint are taken      00022833
      *       back, the later ones are listed again with their          00022836
      *       remittances - PBRECON must see each one only once         00022838
              PERFORM 0750-RESTORE-PAYRPT                               00022840
                 THRU 0750-RESTORE-PAYRPT-END                           00022843
              PERFORM 0700-RESTORE-ADJOUT                               00022845
                 THRU 0700-RESTORE-ADJOUT-END                           00022848
              PERFORM 0780-RESTORE-GLFEED                               00022850
                 THRU 0780-RESTORE-GLFEED-END                           00022853
           ELSE                                                         00022855
              OPEN OUTPUT RPT01-OUT                                     00022857
              OPEN OUTPUT ADJ-OUT                                       00022860
              OPEN OUTPUT GLF-OUT                                       00022862
           END-IF.                                                      00022865
           IF WS-GLF-FS NOT = '00'                                      00022867
      D       DISPLAY "ERROR OPEN FILE GLFDOUT: " WS-GLF-FS             00022869
              MOVE 16 TO RETURN-CODE                                    00022872
              PERFORM 9999-ABEND                                        00022874
                 THRU 9999-ABEND-END                                    00022877
           END-IF.                                                      00022879
      *    the underpayments travel with the checkpoint, so the         00022881
      *    report is only printed at end of run                         00022884
           OPEN OUTPUT RPT02-OUT.                                       00022886
                                                                        00022889
      *    a restarted run keeps the date it started under              00022891
           IF WS-CTT-POST-DATE = 0                                      00022893
              ACCEPT WS-CTT-POST-DATE FROM DATE YYYYMMDD                00022896
           END-IF.                                                      00022898
                                                                        00022901
      *    contract rates; without them payments still post             00022903
           OPEN INPUT CTR-IN.                                           00022906
           IF WS-CTR-FS = '00'                                          00022908
              PERFORM 1100-LOAD-CTR-TABLE                               00022910
                 THRU 1100-LOAD-CTR-TABLE-END                           00022913
                 UNTIL WS-CTR-EOF                                       00022915
              CLOSE CTR-IN                                              00022918
              MOVE 'Y' TO WS-CTR-LOADED                                 00022920
              DISPLAY 'CONTRACT RATES LOADED: ' WS-CTR-COUNT            00022922
           ELSE                                                         00022925
              DISPLAY 'PAYCTR NOT AVAILABLE - NO CONTRACT CHECK'        00022927
           END-IF.                                                      00022930
                                                                        00022932
      *    payer names for the underpayment report                      00022934
           OPEN INPUT PAYMSTR.                                          00022937
           IF WS-PMS-FS = '00'                                          00022939
              PERFORM 1200-LOAD-PMS-TABLE                               00022942
                 THRU 1200-LOAD-PMS-TABLE-END                           00022944
                 UNTIL WS-PMS-EOF                                       00022946
              CLOSE PAYMSTR                                             00022949
           ELSE                                                         00022951
              DISPLAY 'PAYMSTR NOT AVAILABLE - NO PAYER NAMES'          00022954
           END-IF.                                                      00022956
                                                                        00022959
      *    the open accounting period: a payment is never dated         00022961
      *    into a month finance has already closed                      00022963
           OPEN INPUT PERCTL.                                           00022966
           IF WS-PER-FS = '00'                                          00022968
              READ PERCTL                                               00022971
                 AT END                                                 00022973
                    DISPLAY 'PERCTL EMPTY - NO PERIOD LOCK'             00022975
                 NOT AT END                                             00022978
                    MOVE PER-OPEN-PERIOD TO WS-PER-OPEN-YYMM            00022980
                    MOVE '01'            TO WS-PER-OPEN-DD              00022983
                    DISPLAY 'OPEN PERIOD STARTS: ' WS-PER-OPEN-START    00022985
              END-READ                                                  00022987
              CLOSE PERCTL                                              00022990
           ELSE                                                         00022992
              DISPLAY 'PERCTL NOT AVAILABLE - NO PERIOD LOCK'           00022995
           END-IF.                                                      00022997
           PERFORM 4110-WRITE-HEADERS                                   00023000
              THRU 4110-WRITE-HEADERS-END.                              00023100
                                                                        00023200
           EXIT.                                                        00024200
                                                                        00024300
      *-----------------------*                                         00024400
       1100-LOAD-CTR-TABLE.                                             00024401
      *-----------------------*                                         00024403
           READ CTR-IN                                                  00024404
           END-READ.                                                    00024406
                                                                        00024408
           EVALUATE TRUE                                                00024409
             WHEN WS-CTR-FS = '00'                                      00024411
               IF WS-CTR-COUNT < WS-CTR-MAX                             00024412
                  ADD 1 TO WS-CTR-COUNT                                 00024414
                  SET CTR-IDX TO WS-CTR-COUNT                           00024416
                  MOVE CTR-PAYERCD TO WS-CTR-TAB-PAYERCD (CTR-IDX)      00024417
                  MOVE CTR-TRTNAME TO WS-CTR-TAB-TRTNAME (CTR-IDX)      00024419
                  MOVE CTR-AMOUNT  TO WS-CTR-TAB-AMOUNT (CTR-IDX)       00024420
                  MOVE CTR-EFFDATE TO WS-CTR-TAB-EFFDATE (CTR-IDX)      00024422
                  MOVE CTR-EXPDATE TO WS-CTR-TAB-EXPDATE (CTR-IDX)      00024424
               ELSE                                                     00024425
                  DISPLAY 'CONTRACT TABLE FULL - ENTRY DROPPED: '       00024427
                     CTR-PAYERCD ' ' CTR-TRTNAME                        00024429
               END-IF                                                   00024430
             WHEN WS-CTR-FS = '10'                                      00024432
               SET WS-CTR-EOF TO TRUE                                   00024433
             WHEN OTHER                                                 00024435
      D        DISPLAY "ERROR READ FILE PAYCTR !!!: " WS-CTR-FS         00024437
               PERFORM 9999-ABEND                                       00024438
                  THRU 9999-ABEND-END                                   00024440
           END-EVALUATE.                                                00024441
      *-----------------------*                                         00024443
       1100-LOAD-CTR-TABLE-END.                                         00024445
      *-----------------------*                                         00024446
           EXIT.                                                        00024448
                                                                        00024450
      *-----------------------*                                         00024451
       1200-LOAD-PMS-TABLE.                                             00024453
      *-----------------------*                                         00024454
           READ PAYMSTR                                                 00024456
           END-READ.                                                    00024458
                                                                        00024459
           EVALUATE TRUE                                                00024461
             WHEN WS-PMS-FS = '00'                                      00024462
               IF WS-PMS-COUNT < WS-PMS-MAX                             00024464
                  ADD 1 TO WS-PMS-COUNT                                 00024466
                  SET PMS-IDX TO WS-PMS-COUNT                           00024467
                  MOVE PAY-CODE TO WS-PMS-TAB-CODE (PMS-IDX)            00024469
                  MOVE PAY-NAME TO WS-PMS-TAB-NAME (PMS-IDX)            00024470
               ELSE                                                     00024472
                  DISPLAY 'PAYER TABLE FULL - ENTRY DROPPED: '          00024474
                     PAY-CODE                                           00024475
               END-IF                                                   00024477
             WHEN WS-PMS-FS = '10'                                      00024479
               SET WS-PMS-EOF TO TRUE                                   00024480
             WHEN OTHER                                                 00024482
      D        DISPLAY "ERROR READ FILE PAYMSTR !!!: " WS-PMS-FS        00024483
               PERFORM 9999-ABEND                                       00024485
                  THRU 9999-ABEND-END                                   00024487
           END-EVALUATE.                                                00024488
      *-----------------------*                                         00024490
       1200-LOAD-PMS-TABLE-END.                                         00024491
      *-----------------------*                                         00024493
           EXIT.                                                        00024495
                                                                        00024496
      *-----------------------*                                         00024498
       5000-POST-PAYMENT.                                               00024500
      *-----------------------*                                         00024600
      D    DISPLAY "REMITTANCE: " WS-REC-RMIT.                          00024700
                                                                        00024709
      *    money received for a closed month still has to post:         00024718
      *    it lands on the first day of the open period instead         00024727
           MOVE RMIT-PAYDATE TO WS-ORIG-PAYDATE.                        00024736
           MOVE 'N' TO WS-REDATE-SW.                                    00024745
           IF RMIT-PAYDATE NUMERIC                                      00024754
              AND RMIT-PAYDATE < WS-PER-OPEN-START                      00024763
              MOVE WS-PER-OPEN-START TO RMIT-PAYDATE                    00024772
              MOVE 'Y' TO WS-REDATE-SW                                  00024781
           END-IF.                                                      00024790
                                                                        00024800
           PERFORM 5010-FIND-BILLING                                    00024900
              THRU 5010-FIND-BILLING-END.                               00025000
                                                                        00025100
           IF STATUS-CODE = '  '                                        00025200
              IF WS-ALREADY-POSTED                                      00025237
                 PERFORM 5070-REPORT-DUPLICATE                          00025275
                    THRU 5070-REPORT-DUPLICATE-END                      00025312
              ELSE                                                      00025350
                 PERFORM 5020-INSERT-PAYMENT                            00025387
                    THRU 5020-INSERT-PAYMENT-END                        00025425
              END-IF                                                    00025462
           ELSE                                                         00025500
              PERFORM 5040-REPORT-UNMATCHED                             00025600
                 THRU 5040-REPORT-UNMATCHED-END                         00025700
           END-IF.                                                      00025714
                                                                        00025728
           ADD 1 TO WS-CHKP-COUNTER.                                    00025742
           IF WS-CHKP-COUNTER >= WS-CHKP-INTERVAL                       00025757
              PERFORM 2800-TAKE-CHECKPOINT                              00025771
                 THRU 2800-TAKE-CHECKPOINT-END                          00025785
           END-IF.                                                      00025800
                                                                        00025900
           IF NOT WS-RMIT-EOF                                           00026000
      *    locate the invoice anywhere in the database; the owning      00027300
      *    patient comes back in the key feedback area                  00027400
           MOVE RMIT-INVOICENO TO FIELD-VAL OF QUAL-SSA-BILLING.        00027500
           MOVE 'N' TO WS-DUP-SW.                                       00027550
           INITIALIZE SEG-IO-AREA.                                      00027600
                                                                        00027700
           CALL 'CBLTDLI' USING DLI-GHU,                                00027800
      D       DISPLAY 'BILLING FOUND: ' SEG-IO-AREA                     00028300
              MOVE PATIENT-KEY TO FIELD-VAL OF QUAL-SSA-PATIENT         00028350
              MOVE WS-AMOUNT   TO WS-SAVE-BILL-AMOUNT                   00028400
              MOVE WS-BILLDATE TO WS-SAVE-BILLDATE                      00028416
              MOVE WS-BIL-TRTNAME TO WS-SAVE-TRTNAME                    00028433
      *       payments already on file count toward settlement          00028450
              MOVE ZERO TO WS-PRIOR-PAID                                00028500
              MOVE ZERO TO WS-PAYER-PRIOR-PAID                          00028516
              MOVE 'N'  TO WS-PAYER-SEEN-SW                             00028533
              PERFORM 5015-SUM-PRIOR-PAYMENTS                           00028550
                 THRU 5015-SUM-PRIOR-PAYMENTS-END                       00028600
                 UNTIL STATUS-CODE NOT = SPACE                          00028650
              IF WS-PR-PAYAMT NUMERIC                                   00029456
                 ADD WS-PR-PAYAMT TO WS-PRIOR-PAID                      00029460
              END-IF                                                    00029464
      *       the remittance is already posted on this invoice          00294641
      *       under either date, in case it was posted before the       00294642
      *       month was closed                                          00294643
              IF RMIT-REFERENCE NOT = SPACE                             00294644
                 AND WS-PR-PAYREF  = RMIT-REFERENCE                     00294645
                 AND (WS-PR-PAYDATE = RMIT-PAYDATE                      00294646
                      OR WS-PR-PAYDATE = WS-ORIG-PAYDATE)               00294647
                 AND WS-PR-PAYAMT  = RMIT-AMOUNT                        00294648
                 MOVE 'Y' TO WS-DUP-SW                                  00294649
              END-IF                                                    00294650
      *       an earlier payment of the same payer on this invoice      00294651
              IF RMIT-PAYERCD NOT = SPACE                               00294652
                 AND WS-PR-PAYERCD = RMIT-PAYERCD                       00294653
                 AND WS-PR-PAYAMT NUMERIC                               00294654
                 ADD WS-PR-PAYAMT TO WS-PAYER-PRIOR-PAID                00294655
                 MOVE 'Y' TO WS-PAYER-SEEN-SW                           00294656
              END-IF                                                    00294657
           END-IF.                                                      00029468
      *-----------------------*                                         00029472
       5015-SUM-PRIOR-PAYMENTS-END.                                     00029476
           MOVE RMIT-AMOUNT     TO WS-PAYAMT.                           00030100
           MOVE RMIT-METHOD     TO WS-PAYMETH.                          00030200
           MOVE RMIT-REFERENCE  TO WS-PAYREF.                           00030300
           MOVE RMIT-PAYERCD    TO WS-PAY-PAYERCD.                      00030350
           MOVE WS-PAYMENT-SEG  TO SEG-IO-AREA.                         00030400
                                                                        00030500
           CALL 'CBLTDLI' USING DLI-ISRT,                               00030600
              DISPLAY 'PAYMENT POSTED: ' RMIT-REFERENCE                 00031304
                 ' ON INVOICE ' RMIT-INVOICENO                          00031356
              ADD 1 TO WS-NO-POSTED                                     00031408
      *       the GL finds tonight's payments by PAYDATE; one dated     00031410
      *       otherwise reaches tonight's ledger through the feed       00031413
              IF WS-PAYDATE = WS-CTT-POST-DATE                          00031415
                 ADD 1          TO WS-NO-PAY-TODAY                      00031418
                 ADD WS-PAYAMT  TO WS-TOT-PAY-TODAY                     00031421
              ELSE                                                      00031423
                 ADD 1          TO WS-NO-PAY-OFFDATE                    00031426
                 ADD WS-PAYAMT  TO WS-TOT-PAY-OFFDATE                   00031428
                 MOVE SPACES           TO GLF-REC                       00031431
                 MOVE 'PAYMENT '       TO GLF-CLASS                     00031434
                 MOVE WS-PAYAMT        TO GLF-AMOUNT                    00031436
                 MOVE WS-CTT-POST-DATE TO GLF-DATE                      00031439
                 WRITE GLF-REC                                          00031441
                 ADD 1 TO WS-GLF-REC-CNT                                00031444
              END-IF                                                    00031447
              IF WS-REDATED                                             00031449
                 PERFORM 5080-REPORT-REDATED                            00031452
                    THRU 5080-REPORT-REDATED-END                        00031454
              END-IF                                                    00031457
      *       the invoice settles on the SUM of its payments,           00031460
      *       not on tonight's remittance alone                         00031512
              COMPUTE WS-TOTAL-PAID = WS-PRIOR-PAID + RMIT-AMOUNT       00031564
                WHEN OTHER                                              00031980
                  CONTINUE                                              00032032
              END-EVALUATE                                              00032084
      *       a payer pays by its contract, not by our fee schedule     00032092
              IF RMIT-PAYERCD NOT = SPACE                               00032101
                 PERFORM 5100-CHECK-CONTRACT                            00032110
                    THRU 5100-CHECK-CONTRACT-END                        00032118
              END-IF                                                    00032127
           ELSE                                                         00032136
              DISPLAY 'ERROR IN INSERT:' STATUS-CODE                    00032200
              DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                    00032300
      *-----------------------*                                         00037380
           EXIT.                                                        00037385
                                                                        00037400
      *-----------------------*                                         00374001
       5070-REPORT-DUPLICATE.                                           00374002
      *-----------------------*                                         00374003
      *    nothing is inserted; the remittance is held for the          00374004
      *    duplicate section printed at end of run                      00374005
           DISPLAY 'ALREADY POSTED - SKIPPED: ' RMIT-REFERENCE          00374006
              ' ON INVOICE ' RMIT-INVOICENO.                            00374007
           ADD 1 TO WS-NO-DUPLICATES.                                   00374008
           IF WS-DUP-COUNT < WS-DUP-MAX                                 00374009
              ADD 1 TO WS-DUP-COUNT                                     00374010
              SET DUP-IDX TO WS-DUP-COUNT                               00374011
              MOVE RMIT-INVOICENO      TO WS-DUP-INVOICENO (DUP-IDX)    00374012
              MOVE RMIT-REFERENCE      TO WS-DUP-REFERENCE (DUP-IDX)    00374013
              MOVE RMIT-AMOUNT         TO WS-DUP-PAYAMT (DUP-IDX)       00374014
              MOVE WS-SAVE-BILL-AMOUNT TO WS-DUP-BILLAMT (DUP-IDX)      00374015
           ELSE                                                         00374016
      *       a duplicate left off the report would go unworked;        00374017
      *       this many in one file means the file itself is wrong      00374018
              DISPLAY '*** DUPLICATE TABLE FULL - RUN STOPPED: '        00374019
                 RMIT-REFERENCE ' ***'                                  00374020
              MOVE 16 TO RETURN-CODE                                    00374021
              PERFORM 9999-ABEND                                        00374022
                 THRU 9999-ABEND-END                                    00374023
           END-IF.                                                      00374024
      *-----------------------*                                         00374025
       5070-REPORT-DUPLICATE-END.                                       00374026
      *-----------------------*                                         00374027
           EXIT.                                                        00374028
                                                                        00374029
      *-----------------------*                                         00374030
       5080-REPORT-REDATED.                                             00374031
      *-----------------------*                                         00374032
           DISPLAY 'CLOSED PERIOD - REDATED: ' RMIT-REFERENCE           00374033
              ' FROM ' WS-ORIG-PAYDATE ' TO ' RMIT-PAYDATE.             00374034
           MOVE RMIT-INVOICENO       TO RPT-D-INVOICENO.                00374035
           MOVE RMIT-REFERENCE       TO RPT-D-REFERENCE.                00374036
           MOVE RMIT-AMOUNT          TO RPT-D-PAYAMT.                   00374037
           MOVE WS-SAVE-BILL-AMOUNT  TO RPT-D-BILLAMT.                  00374038
           MOVE 'REDATED'            TO RPT-D-STATUS.                   00374039
           PERFORM 4120-WRITE-DETAIL                                    00374040
              THRU 4120-WRITE-DETAIL-END.                               00374041
           ADD 1 TO WS-NO-REDATED.                                      00374042
      *-----------------------*                                         00374043
       5080-REPORT-REDATED-END.                                         00374044
      *-----------------------*                                         00374045
           EXIT.                                                        00374046
                                                                        00374047
      *-----------------------*                                         00374048
       5100-CHECK-CONTRACT.                                             00374049
      *-----------------------*                                         00374050
      *    the expected amount is the contract rate in force on the     00374051
      *    invoice date, never more than what was billed                00374052
           IF NOT WS-CTR-AVAILABLE                                      00374053
              GO TO 5100-CHECK-CONTRACT-END                             00374054
           END-IF.                                                      00374055
      *    memos and invoices billed before TRTNAME was kept on         00374056
      *    the invoice cannot be priced                                 00374057
           IF WS-SAVE-TRTNAME = SPACE                                   00374058
              OR WS-SAVE-TRTNAME = LOW-VALUE                            00374059
              GO TO 5100-CHECK-CONTRACT-END                             00374060
           END-IF.                                                      00374061
                                                                        00374062
           MOVE 'N' TO WS-CTR-FOUND.                                    00374063
           PERFORM 5110-CONTRACT-LOOKUP                                 00374064
              THRU 5110-CONTRACT-LOOKUP-END                             00374065
              VARYING CTR-IDX FROM 1 BY 1                               00374066
              UNTIL CTR-IDX > WS-CTR-COUNT                              00374067
                 OR WS-CTR-HIT.                                         00374068
           IF NOT WS-CTR-HIT                                            00374069
              DISPLAY 'NO CONTRACT RATE: ' RMIT-PAYERCD ' '             00374070
                 WS-SAVE-TRTNAME ' ON ' WS-SAVE-BILLDATE                00374071
              ADD 1 TO WS-NO-NO-CONTRACT                                00374072
              GO TO 5100-CHECK-CONTRACT-END                             00374073
           END-IF.                                                      00374074
                                                                        00374075
           SET CTR-IDX TO WS-CTR-HIT-SUB.                               00374076
           IF WS-CTR-TAB-AMOUNT (CTR-IDX) < WS-SAVE-BILL-AMOUNT         00374077
              MOVE WS-CTR-TAB-AMOUNT (CTR-IDX) TO WS-EXPECTED-AMT       00374078
           ELSE                                                         00374079
              MOVE WS-SAVE-BILL-AMOUNT TO WS-EXPECTED-AMT               00374080
           END-IF.                                                      00374081
                                                                        00374082
      *    the difference is written off once, with the payer's         00374083
      *    first payment on the invoice                                 00374084
           IF NOT WS-PAYER-SEEN                                         00374085
              AND WS-SAVE-BILL-AMOUNT > WS-EXPECTED-AMT                 00374086
              PERFORM 5120-WRITE-CONTRACT-ADJ                           00374087
                 THRU 5120-WRITE-CONTRACT-ADJ-END                       00374088
           END-IF.                                                      00374089
                                                                        00374090
           COMPUTE WS-PAYER-PAID = WS-PAYER-PRIOR-PAID + RMIT-AMOUNT.   00374091
           IF WS-PAYER-PAID < WS-EXPECTED-AMT                           00374092
              PERFORM 5130-ADD-UNDERPAYMENT                             00374093
                 THRU 5130-ADD-UNDERPAYMENT-END                         00374094
           END-IF.                                                      00374095
      *-----------------------*                                         00374096
       5100-CHECK-CONTRACT-END.                                         00374097
      *-----------------------*                                         00374098
           EXIT.                                                        00374099
                                                                        00374100
      *-----------------------*                                         00374101
       5110-CONTRACT-LOOKUP.                                            00374102
      *-----------------------*                                         00374103
           IF WS-CTR-TAB-PAYERCD (CTR-IDX) = RMIT-PAYERCD               00374104
              AND WS-CTR-TAB-TRTNAME (CTR-IDX) = WS-SAVE-TRTNAME        00374105
              AND WS-CTR-TAB-EFFDATE (CTR-IDX) NOT > WS-SAVE-BILLDATE   00374106
              AND WS-CTR-TAB-EXPDATE (CTR-IDX) NOT < WS-SAVE-BILLDATE   00374107
              MOVE 'Y' TO WS-CTR-FOUND                                  00374108
              SET WS-CTR-HIT-SUB TO CTR-IDX                             00374109
           END-IF.                                                      00374110
      *-----------------------*                                         00374111
       5110-CONTRACT-LOOKUP-END.                                        00374112
      *-----------------------*                                         00374113
           EXIT.                                                        00374114
                                                                        00374115
      *-----------------------*                                         00374116
       5120-WRITE-CONTRACT-ADJ.                                         00374117
      *-----------------------*                                         00374118
      *    a credit memo against the invoice, in PBCREA's ADJUST        00374119
      *    format behind the owning patient                             00374120
           COMPUTE WS-CONTRACT-ADJ-AMT =                                00374121
              WS-SAVE-BILL-AMOUNT - WS-EXPECTED-AMT.                    00374122
                                                                        00374123
           MOVE SPACE            TO WS-REC-FI01.                        00374124
           MOVE 'PATIENT'        TO FI01-SEGMENT-TYPE.                  00374125
           MOVE FIELD-VAL OF QUAL-SSA-PATIENT TO FI01-DATA-PATIENID.    00374126
           WRITE ADJ-OUT-DATA FROM WS-REC-FI01.                         00374127
           ADD 1 TO WS-ADJ-PAT-CNT.                                     00374128
                                                                        00374129
           MOVE SPACE               TO WS-REC-FI01.                     00374130
           MOVE 'ADJUST'            TO FI01-SEGMENT-TYPE.               00374131
           MOVE RMIT-INVOICENO      TO FI01-ADJ-REFINVNO.               00374132
           MOVE 'C'                 TO FI01-ADJ-TYPE.                   00374133
           MOVE WS-CONTRACT-ADJ-AMT TO FI01-ADJ-AMOUNT.                 00374134
           MOVE RMIT-PAYDATE        TO FI01-ADJ-DATE.                   00374135
           WRITE ADJ-OUT-DATA FROM WS-REC-FI01.                         00374136
           ADD 2 TO WS-ADJ-REC-CNT.                                     00374137
                                                                        00374138
           DISPLAY 'CONTRACTUAL ADJUSTMENT: ' RMIT-INVOICENO            00374139
              ' ' WS-CONTRACT-ADJ-AMT.                                  00374140
           ADD 1 TO WS-NO-CONTRACT-ADJ.                                 00374141
      *-----------------------*                                         00374142
       5120-WRITE-CONTRACT-ADJ-END.                                     00374143
      *-----------------------*                                         00374144
           EXIT.                                                        00374145
                                                                        00374146
      *-----------------------*                                         00374147
       5130-ADD-UNDERPAYMENT.                                           00374148
      *-----------------------*                                         00374149
           DISPLAY 'UNDERPAID BY PAYER: ' RMIT-PAYERCD                  00374150
              ' INVOICE ' RMIT-INVOICENO.                               00374151
           ADD 1 TO WS-NO-UNDERPAID.                                    00374152
           IF WS-UND-COUNT < WS-UND-MAX                                 00374153
              ADD 1 TO WS-UND-COUNT                                     00374154
              SET UND-IDX TO WS-UND-COUNT                               00374155
              MOVE RMIT-PAYERCD        TO WS-UND-PAYERCD (UND-IDX)      00374156
              MOVE RMIT-INVOICENO      TO WS-UND-INVOICENO (UND-IDX)    00374157
              MOVE WS-SAVE-TRTNAME     TO WS-UND-TRTNAME (UND-IDX)      00374158
              MOVE WS-SAVE-BILL-AMOUNT TO WS-UND-BILLAMT (UND-IDX)      00374159
              MOVE WS-EXPECTED-AMT     TO WS-UND-EXPECTED (UND-IDX)     00374160
              MOVE WS-PAYER-PAID       TO WS-UND-PAID (UND-IDX)         00374161
           ELSE                                                         00374162
      *       the section must carry every short payment or its         00374163
      *       totals do not match the payer's - stop instead            00374164
              DISPLAY '*** UNDERPAYMENT TABLE FULL - RUN STOPPED: '     00374165
                 RMIT-INVOICENO ' ***'                                  00374166
              MOVE 16 TO RETURN-CODE                                    00374167
              PERFORM 9999-ABEND                                        00374168
                 THRU 9999-ABEND-END                                    00374169
           END-IF.                                                      00374170
      *-----------------------*                                         00374171
       5130-ADD-UNDERPAYMENT-END.                                       00374172
      *-----------------------*                                         00374173
           EXIT.                                                        00374174
                                                                        00374175
      *-----------------------*                                         00374176
       5900-WRITE-DUP-SECTION.                                          00374177
      *-----------------------*                                         00374178
      *    separate section on a new page, so PBRECON and the           00374179
      *    cash office never mistake a skipped rerun for a lost         00374180
      *    remittance                                                   00374181
           MOVE 'DUPLICATE REMITTANCES - SKIPPED ' TO RPT-H1-TITLE.     00374182
           PERFORM 4110-WRITE-HEADERS                                   00374183
              THRU 4110-WRITE-HEADERS-END.                              00374184
           PERFORM 5910-WRITE-ONE-DUPLICATE                             00374185
              THRU 5910-WRITE-ONE-DUPLICATE-END                         00374186
              VARYING WS-DUP-SUB FROM 1 BY 1                            00374187
              UNTIL WS-DUP-SUB > WS-DUP-COUNT.                          00374188
           MOVE WS-NO-DUPLICATES TO RPT-DT-COUNT.                       00374189
           WRITE RPT01-OUT-REC FROM RPT-DUP-TOTAL-LINE                  00374190
              AFTER ADVANCING 2 LINES.                                  00374191
      *-----------------------*                                         00374192
       5900-WRITE-DUP-SECTION-END.                                      00374193
      *-----------------------*                                         00374194
           EXIT.                                                        00374195
                                                                        00374196
      *-----------------------*                                         00374197
       5910-WRITE-ONE-DUPLICATE.                                        00374198
      *-----------------------*                                         00374199
           SET DUP-IDX TO WS-DUP-SUB.                                   00374200
           MOVE WS-DUP-INVOICENO (DUP-IDX) TO RPT-D-INVOICENO.          00374201
           MOVE WS-DUP-REFERENCE (DUP-IDX) TO RPT-D-REFERENCE.          00374202
           MOVE WS-DUP-PAYAMT (DUP-IDX)    TO RPT-D-PAYAMT.             00374203
           MOVE WS-DUP-BILLAMT (DUP-IDX)   TO RPT-D-BILLAMT.            00374204
           MOVE 'DUPLICATE'                TO RPT-D-STATUS.             00374205
           PERFORM 4120-WRITE-DETAIL                                    00374206
              THRU 4120-WRITE-DETAIL-END.                               00374207
      *-----------------------*                                         00374208
       5910-WRITE-ONE-DUPLICATE-END.                                    00374209
      *-----------------------*                                         00374210
           EXIT.                                                        00374211
                                                                        00374212
      *-----------------------*                                         00374213
       7000-WRITE-UNDERPAY-RPT.                                         00374214
      *-----------------------*                                         00374215
      *    one group per payer, in order of first appearance, with      00374216
      *    a subtotal per payer and a grand total                       00374217
           INITIALIZE WS-UND-TOTALS.                                    00374218
           WRITE RPT02-OUT-REC FROM UND-HEADER-1.                       00374219
           WRITE RPT02-OUT-REC FROM UND-HEADER-2                        00374220
              AFTER ADVANCING 2 LINES.                                  00374221
                                                                        00374222
           PERFORM 7100-WRITE-PAYER-GROUP                               00374223
              THRU 7100-WRITE-PAYER-GROUP-END                           00374224
              VARYING WS-UND-SUB FROM 1 BY 1                            00374225
              UNTIL WS-UND-SUB > WS-UND-COUNT.                          00374226
                                                                        00374227
           MOVE 'GRAND TOTAL'        TO UND-T-LABEL.                    00374228
           MOVE WS-UND-GRD-BILLED    TO UND-T-BILLAMT.                  00374229
           MOVE WS-UND-GRD-EXPECTED  TO UND-T-EXPECTED.                 00374230
           MOVE WS-UND-GRD-PAID      TO UND-T-PAID.                     00374231
           COMPUTE UND-T-SHORT = WS-UND-GRD-EXPECTED - WS-UND-GRD-PAID. 00374232
           WRITE RPT02-OUT-REC FROM UND-TOTAL-LINE                      00374233
              AFTER ADVANCING 2 LINES.                                  00374234
           MOVE WS-NO-UNDERPAID TO UND-C-COUNT.                         00374235
           WRITE RPT02-OUT-REC FROM UND-COUNT-LINE                      00374236
              AFTER ADVANCING 1 LINE.                                   00374237
      *-----------------------*                                         00374238
       7000-WRITE-UNDERPAY-RPT-END.                                     00374239
      *-----------------------*                                         00374240
           EXIT.                                                        00374241
                                                                        00374242
      *-----------------------*                                         00374243
       7100-WRITE-PAYER-GROUP.                                          00374244
      *-----------------------*                                         00374245
      *    a payer already listed under an earlier entry is skipped     00374246
           SET UND-IDX TO WS-UND-SUB.                                   00374247
           MOVE WS-UND-PAYERCD (UND-IDX) TO WS-UND-CUR-PAYERCD.         00374248
           MOVE 'N' TO WS-UND-EARLIER-SW.                               00374249
           PERFORM 7110-EARLIER-PAYER                                   00374250
              THRU 7110-EARLIER-PAYER-END                               00374251
              VARYING UND-IDX2 FROM 1 BY 1                              00374252
              UNTIL UND-IDX2 NOT < UND-IDX                              00374253
                 OR WS-UND-EARLIER.                                     00374254
           IF WS-UND-EARLIER                                            00374255
              GO TO 7100-WRITE-PAYER-GROUP-END                          00374256
           END-IF.                                                      00374257
                                                                        00374258
           MOVE WS-UND-CUR-PAYERCD TO UND-P-PAYERCD.                    00374259
           MOVE SPACE TO UND-P-NAME.                                    00374260
           MOVE 'N' TO WS-PMS-FOUND.                                    00374261
           PERFORM 7130-PAYER-NAME                                      00374262
              THRU 7130-PAYER-NAME-END                                  00374263
              VARYING PMS-IDX FROM 1 BY 1                               00374264
              UNTIL PMS-IDX > WS-PMS-COUNT                              00374265
                 OR WS-PMS-HIT.                                         00374266
           WRITE RPT02-OUT-REC FROM UND-PAYER-LINE                      00374267
              AFTER ADVANCING 2 LINES.                                  00374268
                                                                        00374269
           MOVE ZERO TO WS-UND-SUB-BILLED.                              00374270
           MOVE ZERO TO WS-UND-SUB-EXPECTED.                            00374271
           MOVE ZERO TO WS-UND-SUB-PAID.                                00374272
           PERFORM 7120-WRITE-UNDERPAY-LINE                             00374273
              THRU 7120-WRITE-UNDERPAY-LINE-END                         00374274
              VARYING UND-IDX2 FROM UND-IDX BY 1                        00374275
              UNTIL UND-IDX2 > WS-UND-COUNT.                            00374276
                                                                        00374277
           MOVE 'PAYER TOTAL'        TO UND-T-LABEL.                    00374278
           MOVE WS-UND-SUB-BILLED    TO UND-T-BILLAMT.                  00374279
           MOVE WS-UND-SUB-EXPECTED  TO UND-T-EXPECTED.                 00374280
           MOVE WS-UND-SUB-PAID      TO UND-T-PAID.                     00374281
           COMPUTE UND-T-SHORT = WS-UND-SUB-EXPECTED - WS-UND-SUB-PAID. 00374282
           WRITE RPT02-OUT-REC FROM UND-TOTAL-LINE                      00374283
              AFTER ADVANCING 1 LINE.                                   00374284
           ADD WS-UND-SUB-BILLED   TO WS-UND-GRD-BILLED.                00374285
           ADD WS-UND-SUB-EXPECTED TO WS-UND-GRD-EXPECTED.              00374286
           ADD WS-UND-SUB-PAID     TO WS-UND-GRD-PAID.                  00374287
      *-----------------------*                                         00374288
       7100-WRITE-PAYER-GROUP-END.                                      00374289
      *-----------------------*                                         00374290
           EXIT.                                                        00374291
                                                                        00374292
      *-----------------------*                                         00374293
       7110-EARLIER-PAYER.                                              00374294
      *-----------------------*                                         00374295
           IF WS-UND-PAYERCD (UND-IDX2) = WS-UND-CUR-PAYERCD            00374296
              MOVE 'Y' TO WS-UND-EARLIER-SW                             00374297
           END-IF.                                                      00374298
      *-----------------------*                                         00374299
       7110-EARLIER-PAYER-END.                                          00374300
      *-----------------------*                                         00374301
           EXIT.                                                        00374302
                                                                        00374303
      *-----------------------*                                         00374304
       7120-WRITE-UNDERPAY-LINE.                                        00374305
      *-----------------------*                                         00374306
           IF WS-UND-PAYERCD (UND-IDX2) NOT = WS-UND-CUR-PAYERCD        00374307
              GO TO 7120-WRITE-UNDERPAY-LINE-END                        00374308
           END-IF.                                                      00374309
           MOVE WS-UND-INVOICENO (UND-IDX2) TO UND-D-INVOICENO.         00374310
           MOVE WS-UND-TRTNAME (UND-IDX2)   TO UND-D-TRTNAME.           00374311
           MOVE WS-UND-BILLAMT (UND-IDX2)   TO UND-D-BILLAMT.           00374312
           MOVE WS-UND-EXPECTED (UND-IDX2)  TO UND-D-EXPECTED.          00374313
           MOVE WS-UND-PAID (UND-IDX2)      TO UND-D-PAID.              00374314
           COMPUTE UND-D-SHORT = WS-UND-EXPECTED (UND-IDX2)             00374315
              - WS-UND-PAID (UND-IDX2).                                 00374316
           WRITE RPT02-OUT-REC FROM UND-DETAIL-LINE                     00374317
              AFTER ADVANCING 1 LINE.                                   00374318
           ADD WS-UND-BILLAMT (UND-IDX2)  TO WS-UND-SUB-BILLED.         00374319
           ADD WS-UND-EXPECTED (UND-IDX2) TO WS-UND-SUB-EXPECTED.       00374320
           ADD WS-UND-PAID (UND-IDX2)     TO WS-UND-SUB-PAID.           00374321
      *-----------------------*                                         00374322
       7120-WRITE-UNDERPAY-LINE-END.                                    00374323
      *-----------------------*                                         00374324
           EXIT.                                                        00374325
                                                                        00374326
      *-----------------------*                                         00374327
       7130-PAYER-NAME.                                                 00374328
      *-----------------------*                                         00374329
           IF WS-PMS-TAB-CODE (PMS-IDX) = WS-UND-CUR-PAYERCD            00374330
              MOVE 'Y' TO WS-PMS-FOUND                                  00374331
              MOVE WS-PMS-TAB-NAME (PMS-IDX) TO UND-P-NAME              00374332
           END-IF.                                                      00374333
      *-----------------------*                                         00374334
       7130-PAYER-NAME-END.                                             00374335
      *-----------------------*                                         00374336
           EXIT.                                                        00374337
                                                                        00374338
      *-----------------------*                                         00374339
       2800-TAKE-CHECKPOINT.                                            00374340
      *-----------------------*                                         00374341
           MOVE WS-NO-READ-RMIT TO WS-RESTART-COUNT.                    00374342
           MOVE WS-COUNTERS     TO WS-RESTART-COUNTERS.                 00374343
           MOVE WS-RPT-PAGE-CNT TO WS-RESTART-PAGE-CNT.                 00374344
                                                                        00374345
           CALL 'CBLTDLI' USING DLI-CHKP,                               00374346
                                WS-CHKP-ID,                             00374347
                                WS-RESTART-DATA.                        00374348
                                                                        00374349
      D    DISPLAY 'CHECKPOINT TAKEN AT RECORD: ' WS-RESTART-COUNT.     00374350
           MOVE 0 TO WS-CHKP-COUNTER.                                   00374351
      *-----------------------*                                         00374352
       2800-TAKE-CHECKPOINT-END.                                        00374353
      *-----------------------*                                         00374354
           EXIT.                                                        00374355
                                                                        00374356
      *-------------------------*                                       00374357
       4000-WRITE-ADJ-TRAILER.                                          00374358
      *-------------------------*                                       00374359
      *    PBCREA proves the PATIENT count; memos are not counted       00374360
           MOVE SPACE             TO WS-REC-FI01.                       00374361
           MOVE 'TRAILER'         TO FI01-SEGMENT-TYPE.                 00374362
           MOVE WS-ADJ-PAT-CNT    TO FI01-TRL-PAT-CNT.                  00374363
           MOVE ZERO              TO FI01-TRL-TRT-CNT.                  00374364
           MOVE ZERO              TO FI01-TRL-BIL-CNT.                  00374365
           MOVE ZERO              TO FI01-TRL-AMT-HASH.                 00374366
           WRITE ADJ-OUT-DATA FROM WS-REC-FI01.                         00374367
      *-------------------------*                                       00374368
       4000-WRITE-ADJ-TRAILER-END.                                      00374369
      *-------------------------*                                       00374370
           EXIT.                                                        00374371
                                                                        00374372
      *-------------------------*                                       00037500
       4110-WRITE-HEADERS.                                              00037600
      *-------------------------*                                       00037700
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00038700
              AFTER ADVANCING 2 LINES.                                  00038800
           ADD 2 TO WS-RPT-LINE-CNT.                                    00038900
           ADD 2 TO WS-RPT-REC-CNT.                                     00038950
      *-------------------------*                                       00039000
       4110-WRITE-HEADERS-END.                                          00039100
      *-------------------------*                                       00039200
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00040200
              AFTER ADVANCING 1 LINE.                                   00040300
           ADD 1 TO WS-RPT-LINE-CNT.                                    00040400
           ADD 1 TO WS-RPT-REC-CNT.                                     00040450
      *-------------------------*                                       00040500
       4120-WRITE-DETAIL-END.                                           00040600
      *-------------------------*                                       00040700
       8100-READ-RMIT-END.                                              00043600
      *-------------------*                                             00043700
           EXIT.                                                        00043800
                                                                        00043803
      *-----------------------*                                         00043806
       8970-WRITE-CTLTOT.                                               00043809
      *-----------------------*                                         00043812
      *    one control total per call - PBBAL ties them together        00043816
           OPEN EXTEND CTLTOT.                                          00043819
           IF WS-CTT-FS NOT = '00'                                      00043822
              OPEN OUTPUT CTLTOT                                        00043825
           END-IF.                                                      00043829
           IF WS-CTT-FS = '00'                                          00043832
              MOVE SPACE             TO CTT-REC                         00043835
              MOVE 'PBPAYMT '          TO CTT-PROGRAM                   00043838
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00043841
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00043845
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00043848
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00043851
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00043854
              ACCEPT WS-CTT-TIME FROM TIME                              00043858
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00043861
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00043864
              WRITE CTT-REC                                             00043867
              CLOSE CTLTOT                                              00043870
           ELSE                                                         00043874
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00043877
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00043880
           END-IF.                                                      00043883
      *-----------------------*                                         00043887
       8970-WRITE-CTLTOT-END.                                           00043890
      *-----------------------*                                         00043893
           EXIT.                                                        00043896
      *-------------------*                                             00043900
       9999-ABEND.                                                      00044000
      *-------------------*                                             00044100
       9999-ABEND-END.                                                  00044800
      *-------------------*                                             00044900
           EXIT.                                                        00045000
                                                                        00045100
