      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Extrait de reclamations aux payeurs. Lit l'image de        00000855
      *      facturation de la nuit (PBSNAP): pour chaque patient,      00000911
      *      recueille ses couvertures et ses traitements, puis         00000966
      *      apparie chaque facture avec la couverture active a         00001022
      *      la date du traitement facture (sa date de                  00001077
      *      facturation quand elle n'en nomme aucun, la date de        00001133
      *      facturation pouvant etre reportee dans la periode          00001188
      *      ouverte) pour produire un fichier a                        00001244
      *      plat au format payeur, comme PBSTMT produit                00001300
      *      l'extrait AR. Une facture sans couverture active           00001400
      *      part en auto-paye (SELFPAY) et est comptee.                00001500
      *                                                                 00001600
      * Fichier entree: BILSNAP, image de facturation (PBSNAP),         00001633
      *      prouvee contre son enregistrement de fin                   00001666
      * Fichier sortie: CLMOUT, une reclamation par BILLING             00001700
      * Fichier sortie: CLMREG, registre cumulatif des                  00001710
      *      reclamations emises (date d'extraction comprise),          00001720
      *      tenu a jour par PBRESP au retour du payeur                 00001730
      * Fichier entree: AUTHREQ, payeurs et traitements pour            00001733
      *      lesquels une autorisation prealable est exigee             00001737
      * Fichier entree: AUTHIN, autorisations prealables (PAUTMNT)      00001741
      * Fichier sortie: AUTHOUT, autorisations avec les visites         00001745
      *      reclamees dans cette execution decomptees                  00001749
      * Fichier entree: DOCMSTR, maitre des medecins (nom vers          00001753
      *      DOC-CODE)                                                  00001757
      * Fichier entree: ENRLFILE, adhesions medecin-payeur              00001761
      *      (PENRMNT)                                                  00001765
      * Fichier sortie: DXHOLD, reclamations retenues faute de          00001768
      *      diagnostic principal sur le traitement facture, ou         00001772
      *      faute d'autorisation valide quand le payeur l'exige,       00001776
      *      ou quand le medecin du traitement n'est pas adhere         00001780
      *      au payeur a la date du traitement                          00001784
      * Fichier sortie: CTLTOT, totaux de controle du cycle (ajout):    00001788
      *      reclamations nouvelles inscrites ce soir, rapprochees      00001792
      *      du registre par PBBAL                                      00001796
      *----------------------------------------------------------*      00001800
      *--------------------*                                            00001900
       ENVIRONMENT DIVISION.                                            00002000
            IBM-SYSTEM WITH DEBUGGING MODE.                             00002500
       INPUT-OUTPUT SECTION.                                            00002600
       FILE-CONTROL.                                                    00002700
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00002725
           ORGANIZATION IS SEQUENTIAL                                   00002750
           FILE STATUS IS WS-SNP-FS.                                    00002775
           SELECT CLM-OUT ASSIGN TO CLMOUT                              00002800
           ORGANIZATION IS SEQUENTIAL                                   00002900
           FILE STATUS IS WS-CLM-FS.                                    00003000
           SELECT PEXC-OUT ASSIGN TO PAYEXC                             00003064
           ORGANIZATION IS SEQUENTIAL                                   00003065
           FILE STATUS IS WS-PEXC-FS.                                   00003066
           SELECT DXH-OUT ASSIGN TO DXHOLD                              00003067
           ORGANIZATION IS SEQUENTIAL                                   00003069
           FILE STATUS IS WS-DXH-FS.                                    00003070
           SELECT AUTHREQ ASSIGN TO AUTHREQ                             00003072
           ORGANIZATION IS SEQUENTIAL                                   00003073
           FILE STATUS IS WS-ARQ-FS.                                    00003075
           SELECT AUTH-IN ASSIGN TO AUTHIN                              00003076
           ORGANIZATION IS SEQUENTIAL                                   00003078
           FILE STATUS IS WS-AUT-FS.                                    00003079
           SELECT AUTH-OUT ASSIGN TO AUTHOUT                            00003081
           ORGANIZATION IS SEQUENTIAL                                   00003083
           FILE STATUS IS WS-AUTO-FS.                                   00003084
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00003086
           ORGANIZATION IS SEQUENTIAL                                   00003087
           FILE STATUS IS WS-DOC-FS.                                    00003089
           SELECT ENRL-IN ASSIGN TO ENRLFILE                            00003090
           ORGANIZATION IS SEQUENTIAL                                   00003092
           FILE STATUS IS WS-ENR-FS.                                    00003093
           SELECT CTLTOT ASSIGN TO CTLTOT                               00003095
           ORGANIZATION IS SEQUENTIAL                                   00003096
           FILE STATUS IS WS-CTT-FS.                                    00003098
      *----------------*                                                00003100
       DATA DIVISION.                                                   00003200
      *----------------*                                                00003300
       FILE SECTION.                                                    00003400
                                                                        00003401
      *    image de facturation de la nuit (PBSNAP): un type            00003402
      *    d'enregistrement par segment, patient/facture, et une fin    00003403
       FD  BIL-SNAP RECORDING MODE F.                                   00003404
       01  SNP-REC.                                                     00003405
           05 SNP-REC-TYPE      PIC X(01).                              00003407
              88 SNP-PATIENT-REC        VALUE 'P'.                      00003408
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00003409
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00003410
              88 SNP-INVOICE-REC        VALUE 'I'.                      00003411
              88 SNP-TRAILER-REC        VALUE 'T'.                      00003413
           05 SNP-PATIENID      PIC X(05).                              00003414
           05 SNP-DATA          PIC X(244).                             00003415
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00003416
              10 SNP-P-PATNAME     PIC X(20).                           00003417
              10 SNP-P-PATDOB      PIC X(08).                           00003419
              10 SNP-P-PATPHONE    PIC X(10).                           00003420
              10 SNP-P-PATINSUR    PIC X(15).                           00003421
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00003422
      *          blank effective date = no address on file              00003423
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00003425
              10 SNP-P-STREET      PIC X(20).                           00003426
              10 SNP-P-CITY        PIC X(15).                           00003427
              10 SNP-P-REGION      PIC X(02).                           00003428
              10 SNP-P-POSTAL      PIC X(07).                           00003429
              10 SNP-P-UNDELIV     PIC X(01).                           00003430
              10 FILLER            PIC X(137).                          00003432
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00003433
              10 SNP-C-PAYERCD     PIC X(08).                           00003434
              10 SNP-C-POLICYNO    PIC X(12).                           00003435
              10 SNP-C-EFFDATE     PIC X(08).                           00003436
              10 SNP-C-EXPDATE     PIC X(08).                           00003438
              10 FILLER            PIC X(208).                          00003439
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00003440
              10 SNP-V-TRDATE      PIC X(08).                           00003441
              10 SNP-V-TRTNAME     PIC X(20).                           00003442
              10 SNP-V-DOCTOR      PIC X(20).                           00003444
              10 SNP-V-FACILITY    PIC X(02).                           00003445
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00003446
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00003447
              10 FILLER            PIC X(162).                          00003448
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00003450
              10 SNP-I-INVOICENO   PIC X(08).                           00003451
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00003452
              10 SNP-I-BILLDATE    PIC X(08).                           00003453
              10 SNP-I-REFINVNO    PIC X(08).                           00003454
              10 SNP-I-TRANTYPE    PIC X(01).                           00003455
              10 SNP-I-FACILITY    PIC X(02).                           00003457
              10 SNP-I-TRTNAME     PIC X(20).                           00003458
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00003459
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00003460
              10 SNP-I-PAID        PIC S9(9)V99.                        00003461
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00003463
      *          rang parmi les C du patient de la couverture           00003464
      *          active au BILLDATE; 00 = auto-paye                     00003465
              10 SNP-I-COV-SEQ     PIC 9(02).                           00003466
              10 SNP-I-PAYERCD     PIC X(08).                           00003467
              10 SNP-I-POLICYNO    PIC X(12).                           00003469
              10 SNP-I-EFFDATE     PIC X(08).                           00003470
              10 SNP-I-EXPDATE     PIC X(08).                           00003471
      *          rang parmi les V du patient du traitement              00003472
      *          facture (TRTNAME); 00 = aucun                          00003473
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00003475
              10 SNP-I-PATNAME     PIC X(20).                           00003476
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00003477
              10 SNP-I-STREET      PIC X(20).                           00003478
              10 SNP-I-CITY        PIC X(15).                           00003479
              10 SNP-I-REGION      PIC X(02).                           00003480
              10 SNP-I-POSTAL      PIC X(07).                           00003481
              10 SNP-I-UNDELIV     PIC X(01).                           00003482
      *          raison du memo au BILLING: F = frais de financement    00003483
              10 SNP-I-MEMO-REASON PIC X(01).                           00003484
              10 FILLER            PIC X(47).                           00003485
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00003486
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00003487
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00003488
              10 SNP-T-PAT-CNT     PIC 9(09).                           00003489
              10 SNP-T-COV-CNT     PIC 9(09).                           00003490
              10 SNP-T-TRT-CNT     PIC 9(09).                           00003491
              10 SNP-T-INV-CNT     PIC 9(09).                           00003492
              10 SNP-T-PAY-CNT     PIC 9(09).                           00003493
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00003494
              10 SNP-T-PAID        PIC S9(13)V99.                       00003495
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00003496
              10 FILLER            PIC X(138).                          00003498
                                                                        00003500
      *    reclamation au format payeur: un enregistrement par          00003600
      *    facture, porteur du payeur et du numero de police            00003700
           05 CLM-PAYREGION     PIC X(02).                              00005208
           05 FILLER            PIC X(01).                              00005209
           05 CLM-PAYPOSTAL     PIC X(07).                              00005210
           05 FILLER            PIC X(01).                              00005227
           05 CLM-DIAG-PRIMARY  PIC X(08).                              00005244
           05 FILLER            PIC X(01).                              00005261
           05 CLM-DIAG-SEC1     PIC X(08).                              00005279
           05 FILLER            PIC X(01).                              00005296
           05 CLM-DIAG-SEC2     PIC X(08).                              00005313
           05 FILLER            PIC X(01).                              00005330
           05 CLM-DIAG-SEC3     PIC X(08).                              00005348
           05 FILLER            PIC X(01).                              00005365
           05 CLM-AUTHNO        PIC X(12).                              00005382
                                                                        00005400
      *    registre des reclamations: une ligne par reclamation         00005410
      *    emise, avec la date d'extraction; la disposition du          00005420
              'PAYERCD NOT ON PAYER MASTER'.                            04054924
           05 FILLER           PIC X(35) VALUE SPACE.                   04054925
                                                                        00005490
      *    claims held back because the treatment billed carries        00054901
      *    no primary diagnosis - the payer would only deny them;       00054902
      *    PBCOB adds its secondaries to the same list                  00054903
       FD  DXH-OUT RECORDING MODE F.                                    00054904
       01  DXH-OUT-REC.                                                 00054905
           05 DXH-PATIENID     PIC X(05).                               00054906
           05 FILLER           PIC X(01).                               00054907
           05 DXH-INVOICENO    PIC X(08).                               00054908
           05 FILLER           PIC X(01).                               00054909
           05 DXH-PAYERCD      PIC X(08).                               00054910
           05 FILLER           PIC X(01).                               00054911
           05 DXH-LEVEL        PIC X(01).                               00054912
           05 FILLER           PIC X(01).                               00054913
           05 DXH-TRTNAME      PIC X(20).                               00054914
           05 FILLER           PIC X(01).                               00054915
           05 DXH-REASON       PIC X(30).                               00054916
           05 FILLER           PIC X(03).                               00054917
                                                                        00054918
      *    payer, and treatment (blank = every treatment), for          00054919
      *    which the payer will not pay without an authorization        00054920
       FD  AUTHREQ RECORDING MODE F.                                    00054921
       01  AUTH-REQ-REC.                                                00054922
           05 ARQ-PAYERCD      PIC X(08).                               00054923
           05 FILLER           PIC X(01).                               00054924
           05 ARQ-TRTNAME      PIC X(20).                               00054925
           05 FILLER           PIC X(51).                               00054926
                                                                        00054927
      *    autorisation prealable par patient, payeur et TRTNAME        00054928
       FD  AUTH-IN RECORDING MODE F.                                    00054929
       01  AUT-REC.                                                     00054930
           05 AUT-PATIENID              PIC X(05).                      00054931
           05 AUT-PAYERCD               PIC X(08).                      00054932
           05 AUT-TRTNAME               PIC X(20).                      00054933
           05 AUT-AUTHNO                PIC X(12).                      00054934
           05 AUT-FROMDATE              PIC X(08).                      00054935
           05 AUT-TODATE                PIC X(08).                      00054936
           05 AUT-VISITS-ALLOWED        PIC 9(03).                      00054937
           05 AUT-VISITS-USED           PIC 9(03).                      00054938
           05 AUT-STATUS                PIC X(01).                      00054939
           05 FILLER                    PIC X(12).                      00054940
                                                                        00054941
       FD  AUTH-OUT RECORDING MODE F.                                   00054942
       01  AUTH-OUT-REC                 PIC X(80).                      00054943
                                                                        00054944
      *    doctor master: TREATMNT carries the doctor's name, the       00054945
      *    enrollment file the DOC-CODE                                 00054946
       FD  DOCMSTR RECORDING MODE F.                                    00054947
       01  DOC-MSTR-REC.                                                00054948
           05 DOC-CODE                  PIC X(08).                      00054949
           05 DOC-NAME                  PIC X(20).                      00054950
           05 DOC-SPECIALTY             PIC X(20).                      00054951
           05 DOC-ACTIVE                PIC X(01).                      00054952
           05 FILLER                    PIC X(31).                      00054953
                                                                        00054954
      *    adhesion d'un medecin aupres d'un payeur, a dates d'effet    00054955
       FD  ENRL-IN RECORDING MODE F.                                    00054956
       01  ENR-REC.                                                     00054957
           05 ENR-DOC-CODE              PIC X(08).                      00054958
           05 ENR-PAYERCD               PIC X(08).                      00054959
           05 ENR-PROVNO                PIC X(12).                      00054960
           05 ENR-EFFDATE               PIC X(08).                      00054961
           05 ENR-ENDDATE               PIC X(08).                      00054962
           05 FILLER                    PIC X(36).                      00054963
                                                                        00054964
      *    totaux de controle du cycle: un enregistrement par           00054965
      *    classe de mouvement et par execution, rapproches par PBBAL   00054966
       FD  CTLTOT RECORDING MODE F.                                     00054967
       01  CTT-REC.                                                     00054968
           05 CTT-PROGRAM       PIC X(08).                              00054969
           05 FILLER            PIC X(01).                              00054970
           05 CTT-CYCLE-DATE    PIC 9(08).                              00054971
           05 FILLER            PIC X(01).                              00054972
           05 CTT-TOTAL-ID      PIC X(08).                              00054973
           05 FILLER            PIC X(01).                              00054974
           05 CTT-COUNT         PIC 9(09).                              00054975
           05 FILLER            PIC X(01).                              00054976
           05 CTT-AMOUNT        PIC S9(11)V99.                          00054977
           05 FILLER            PIC X(01).                              00054978
           05 CTT-RUN-DATE      PIC 9(08).                              00054979
           05 FILLER            PIC X(01).                              00054980
           05 CTT-RUN-TIME      PIC 9(08).                              00054981
           05 FILLER            PIC X(12).                              00054982
                                                                        00054983
      *-----------------------*                                         00005500
       WORKING-STORAGE SECTION.                                         00005600
      *-----------------------*                                         00005700
          05 WS-CYC-FS                 PIC X(2).                        00005920
          05 WS-PMS-FS                 PIC X(2).                        00005921
          05 WS-PEXC-FS                PIC X(2).                        00005922
          05 WS-DXH-FS                 PIC X(2).                        00005924
          05 WS-ARQ-FS                 PIC X(2).                        00005927
          05 WS-AUT-FS                 PIC X(2).                        00005929
          05 WS-AUTO-FS                PIC X(2).                        00005932
          05 WS-DOC-FS                 PIC X(2).                        00005935
          05 WS-ENR-FS                 PIC X(2).                        00005937
          05 WS-CTT-FS                 PIC X(2).                        00005940
          05 WS-SNP-FS                 PIC X(2).                        00005942
                                                                        00005945
      *    lecture de l'image de facturation, et sa preuve contre       00005948
      *    l'enregistrement de fin avant tout traitement                00005950
       01 WS-SNP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00005953
          88 WS-SNP-EOF                 VALUE 'TRUE'.                   00005955
       01 WS-SNP-TRAILER-SEEN           PIC X(01) VALUE 'N'.            00005958
          88 WS-SNP-TRAILER-FOUND       VALUE 'Y'.                      00005961
       01 WS-SNP-BALANCE-OK             PIC X(01) VALUE 'N'.            00005963
          88 WS-SNP-BALANCED            VALUE 'Y'.                      00005966
       01 WS-SNP-LAST-PATIENID          PIC X(05).                      00005968
       01 WS-SNP-EXTRACT-DATE           PIC 9(08).                      00005971
       01 WS-SNP-EXTRACT-TIME           PIC 9(08).                      00005974
       01 WS-SNP-PROOF.                                                 00005976
          05 WS-SNP-PAT-CNT     PIC 9(09).                              00005979
          05 WS-SNP-COV-CNT     PIC 9(09).                              00005981
          05 WS-SNP-TRT-CNT     PIC 9(09).                              00005984
          05 WS-SNP-INV-CNT     PIC 9(09).                              00005987
          05 WS-SNP-PAY-CNT     PIC 9(09).                              00005989
          05 WS-SNP-AMOUNT      PIC S9(13)V99.                          00005992
          05 WS-SNP-PAID        PIC S9(13)V99.                          00005994
          05 WS-SNP-OPEN-BAL    PIC S9(13)V99.                          00005997
                                                                        00006000
      *    date d'extraction de l'execution courante, portee sur        00006010
      *    chaque ligne du registre des reclamations                    00006020
       01 WS-PMS-LOOKUP-CODE           PIC X(08).                       00006049
                                                                        00006040
      *    controle d'enchainement du cycle: les reclamations ne        00006041
      *    partent pas avant que PBSNAP ait pris l'image de la          00060411
      *    facturation de PBCHARG, ni tant que le dernier               00060412
      *    balancement (PBBAL) est en bris                              00060413
       01 WS-CYC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00006043
          88 WS-CYC-EOF                 VALUE 'TRUE'.                   00006044
       01 WS-CYC-TODAY                  PIC 9(08).                      00006045
       01 WS-CYC-TIME                   PIC 9(08).                      00006046
       01 WS-CYC-PREREQ-NAME            PIC X(08) VALUE 'PBSNAP'.       00006047
       01 WS-CYC-PREREQ-OK              PIC X(01) VALUE 'N'.            00006048
          88 WS-CYC-PREREQ-MET          VALUE 'Y'.                      00006049
       01 WS-CYC-QUIESCED               PIC X(01) VALUE 'N'.            04060491
          88 WS-CYC-DB-QUIESCED         VALUE 'Y'.                      04060492
       01 WS-CYC-BAL-BREAK              PIC X(01) VALUE 'N'.            40604921
          88 WS-CYC-BALANCE-BROKEN      VALUE 'Y'.                      40604922
                                                                        40604923
      *    total de controle en cours d'ecriture sur CTLTOT             40604924
       01 WS-CTT-TOTAL-ID               PIC X(08).                      40604925
       01 WS-CTT-COUNT                  PIC 9(09).                      40604926
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  40604927
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      40604928
       01 WS-CTT-TODAY                  PIC 9(08).                      40604929
       01 WS-CTT-TIME                   PIC 9(08).                      40604930
       01 WS-TOT-CLAIM-NEW              PIC S9(11)V99 VALUE 0.          40604931
                                                                        04060493
       01 WS-COUNTERS.                                                  00006100
           05 WS-NO-CLAIMS                 PIC 9(8).                    00006200
           05 WS-NO-SELFPAY                PIC 9(8).                    00006300
           05 WS-NO-PAYER-UNKNOWN          PIC 9(8).                    00006301
           05 WS-NO-ALREADY-REG            PIC 9(8).                    00006302
           05 WS-NO-DIAG-HELD              PIC 9(8).                    00006321
           05 WS-NO-AUTH-HELD              PIC 9(8).                    00006341
           05 WS-NO-AUTH-USED              PIC 9(8).                    00006360
           05 WS-NO-ENRL-HELD              PIC 9(8).                    00006380
                                                                        00006400
      *    couvertures du patient courant, qui precedent ses            00006500
      *    factures sur l'image                                         00006600
       01 WS-COV-TABLE.                                                 00006700
          05 WS-COV-MAX         PIC 9(02) COMP VALUE 10.                00006800
          05 WS-COV-COUNT       PIC 9(02) COMP VALUE 0.                 00006900
          88 WS-COV-HIT                 VALUE 'Y'.                      00007700
       01 WS-COV-HIT-SUB                PIC 9(02) COMP VALUE 0.         00007800
                                                                        00007900
      *    traitements du patient courant et leurs diagnostics,         00007901
      *    qui precedent ses factures sur l'image                       00007902
       01 WS-TRT-TABLE.                                                 00007903
          05 WS-TRT-MAX         PIC 9(02) COMP VALUE 50.                00007904
          05 WS-TRT-COUNT       PIC 9(02) COMP VALUE 0.                 00007905
          05 WS-TRT-ENTRY OCCURS 50 TIMES INDEXED BY TRT-IDX.           00007906
             10 WS-TRT-TRTNAME  PIC X(20).                              00007908
             10 WS-TRT-TRDATE   PIC X(08).                              00007909
             10 WS-TRT-DOCTOR   PIC X(20).                              00007910
             10 WS-TRT-DG-PRIMARY PIC X(08).                            00007911
             10 WS-TRT-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00007912
                                                                        00007913
       01 WS-TRT-FOUND                  PIC X(01) VALUE 'N'.            00007914
          88 WS-TRT-HIT                 VALUE 'Y'.                      00007916
       01 WS-TRT-HIT-SUB                PIC 9(02) COMP VALUE 0.         00007917
       01 WS-DXH-REASON                 PIC X(30).                      00007918
                                                                        00007919
      *    payers and treatments that require an authorization          00007920
       01 WS-ARQ-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007921
          88 WS-ARQ-EOF                 VALUE 'TRUE'.                   00007922
       01 WS-ARQ-TABLE.                                                 00007924
          05 WS-ARQ-MAX         PIC 9(03) COMP VALUE 200.               00007925
          05 WS-ARQ-COUNT       PIC 9(03) COMP VALUE 0.                 00007926
          05 WS-ARQ-ENTRY OCCURS 200 TIMES INDEXED BY ARQ-IDX.          00007927
             10 WS-ARQ-PAYERCD  PIC X(08).                              00007928
             10 WS-ARQ-TRTNAME  PIC X(20).                              00007929
       01 WS-ARQ-FOUND                  PIC X(01) VALUE 'N'.            00007931
          88 WS-ARQ-HIT                 VALUE 'Y'.                      00007932
                                                                        00007933
      *    les autorisations chargees en table; les visites             00007934
      *    reclamees sont decomptees ici et la table est recrite        00007935
      *    en fin d'execution                                           00007936
       01 WS-AUT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007937
          88 WS-AUT-EOF                 VALUE 'TRUE'.                   00007939
       01 WS-AUT-TABLE.                                                 00007940
          05 WS-AUT-MAX         PIC 9(04) COMP VALUE 2000.              00007941
          05 WS-AUT-COUNT       PIC 9(04) COMP VALUE 0.                 00007942
          05 WS-AUT-ENTRY OCCURS 2000 TIMES INDEXED BY AUT-IDX.         00007943
             10 WS-AUT-TAB-PATIENID PIC X(05).                          00007944
             10 WS-AUT-TAB-PAYERCD  PIC X(08).                          00007945
             10 WS-AUT-TAB-TRTNAME  PIC X(20).                          00007947
             10 WS-AUT-TAB-AUTHNO   PIC X(12).                          00007948
             10 WS-AUT-TAB-FROMDATE PIC X(08).                          00007949
             10 WS-AUT-TAB-TODATE   PIC X(08).                          00007950
             10 WS-AUT-TAB-ALLOWED  PIC 9(03).                          00007951
             10 WS-AUT-TAB-USED     PIC 9(03).                          00007952
             10 WS-AUT-TAB-STATUS   PIC X(01).                          00007954
       01 WS-AUT-FOUND                  PIC X(01) VALUE 'N'.            00007955
          88 WS-AUT-HIT                 VALUE 'Y'.                      00007956
       01 WS-AUT-HIT-SUB                PIC 9(04) COMP VALUE 0.         00007957
       01 WS-AUT-SUB                    PIC 9(04) COMP VALUE 0.         00007958
       01 WS-AUT-LOADED                 PIC X(01) VALUE 'N'.            00007959
          88 WS-AUT-FILE-LOADED         VALUE 'Y'.                      00007960
       01 WS-AUT-HELD                   PIC X(01) VALUE 'N'.            00007962
          88 WS-AUT-HOLD                VALUE 'Y'.                      00007963
       01 WS-CLAIM-AUTHNO               PIC X(12).                      00007964
                                                                        00007965
      *    doctor-payer enrollments; with no enrollment file no         00007966
      *    claim is held for want of one                                00007967
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007968
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00007970
       01 WS-DOC-TABLE.                                                 00007971
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00007972
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00007973
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00007974
             10 WS-DOC-TAB-CODE    PIC X(08).                           00007975
             10 WS-DOC-TAB-NAME    PIC X(20).                           00007977
       01 WS-DOC-FOUND                  PIC X(01) VALUE 'N'.            00007978
          88 WS-DOC-HIT                 VALUE 'Y'.                      00007979
       01 WS-DOC-HIT-SUB                PIC 9(03) COMP VALUE 0.         00007980
       01 WS-ENR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007981
          88 WS-ENR-EOF                 VALUE 'TRUE'.                   00007982
       01 WS-ENR-TABLE.                                                 00007983
          05 WS-ENR-MAX         PIC 9(04) COMP VALUE 1000.              00007985
          05 WS-ENR-COUNT       PIC 9(04) COMP VALUE 0.                 00007986
          05 WS-ENR-ENTRY OCCURS 1000 TIMES INDEXED BY ENR-IDX.         00007987
             10 WS-ENR-TAB-DOC-CODE PIC X(08).                          00007988
             10 WS-ENR-TAB-PAYERCD  PIC X(08).                          00007989
             10 WS-ENR-TAB-EFFDATE  PIC X(08).                          00007990
             10 WS-ENR-TAB-ENDDATE  PIC X(08).                          00007991
       01 WS-ENR-FOUND                  PIC X(01) VALUE 'N'.            00007993
          88 WS-ENR-HIT                 VALUE 'Y'.                      00007994
       01 WS-ENR-HELD                   PIC X(01) VALUE 'N'.            00007995
          88 WS-ENR-HOLD                VALUE 'Y'.                      00007996
       01 WS-CLAIM-DOC-CODE             PIC X(08).                      00007997
                                                                        00007998
       01 WS-SAVE-PATIENTID             PIC X(05).                      00008000
       01 WS-SAVE-PATNAME               PIC X(20).                      00008100
                                                                        00008200
      *    la facture en cours, reprise de l'image                      00009733
       01 WS-BILLING-SEG.                                               00011266
          05 WS-INVOICENO PIC X(08).                                    00012800
          05 WS-AMOUNT    PIC S9(7)V99.                                 00012900
          05 WS-BILLDATE  PIC X(08).                                    00013000
          05 WS-REFINVNO  PIC X(08).                                    00013100
          05 WS-TRANTYPE  PIC X(01).                                    00013200
          05 WS-BIL-FACILITY PIC X(02).                                 00013716
          05 WS-BIL-TRTNAME  PIC X(20).                                 00014233
      *    date of service: the TRDATE of the treatment the invoice     00014750
      *    names, else its BILLDATE                                     00015266
       01 WS-SVC-DATE                   PIC X(08).                      00015783
                                                                        00016300
      *-----------------------*                                         00016400
       PROCEDURE DIVISION.                                              00016500
      *-----------------------*                                         00016600
                                                                        00017000
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00017100
                                                                        00017200
           PERFORM 0300-CHECK-CYCLE                                     00017220
              THRU 0300-CHECK-CYCLE-END.                                00017230
                                                                        00017240
           PERFORM 0400-PROVE-SNAPSHOT                                  00017255
              THRU 0400-PROVE-SNAPSHOT-END.                             00017270
                                                                        00017285
           PERFORM 1000-INIT                                            00017300
              THRU 1000-INIT-END.                                       00017400
                                                                        00017500
           DISPLAY '1_____EXTRACT CLAIMS BY PATIENT'.                   00017600
           OPEN INPUT BIL-SNAP.                                         00017650
           PERFORM 0450-READ-SNAPSHOT                                   00017700
              THRU 0450-READ-SNAPSHOT-END.                              00017750
           PERFORM 4000-SCAN-PATIENT                                    00017800
              THRU 4000-SCAN-PATIENT-END                                00017900
              UNTIL WS-SNP-EOF.                                         00017966
           CLOSE BIL-SNAP.                                              00018033
                                                                        00018100
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00018200
           DISPLAY 'CLAIMS EXTRACTED : ' WS-NO-CLAIMS.                  00018300
           DISPLAY 'SELF-PAY BILLINGS: ' WS-NO-SELFPAY.                 00018400
           DISPLAY 'ALREADY REGISTERED: ' WS-NO-ALREADY-REG.            00018405
           DISPLAY 'HELD - NO PRIMARY DIAGNOSIS: ' WS-NO-DIAG-HELD.     00018424
           DISPLAY 'HELD - NO VALID AUTHORIZATION: ' WS-NO-AUTH-HELD.   00018443
           DISPLAY 'AUTHORIZED VISITS COUNTED: ' WS-NO-AUTH-USED.       00018462
           DISPLAY 'HELD - DOCTOR NOT ENROLLED: ' WS-NO-ENRL-HELD.      00018481
           CLOSE CLM-OUT.                                               00018500
           CLOSE CLM-REG.                                               00018510
           CLOSE PEXC-OUT.                                              00018511
           CLOSE DXH-OUT.                                               00185111
           DISPLAY 'COVERAGES W/ UNKNOWN PAYER: '                       00018512
              WS-NO-PAYER-UNKNOWN.                                      00018513
           IF WS-NO-DIAG-HELD > 0                                       00185131
              OR WS-NO-AUTH-HELD > 0                                    00185132
              OR WS-NO-ENRL-HELD > 0                                    00185133
              MOVE 4 TO RETURN-CODE                                     00185134
           END-IF.                                                      00185135
                                                                        00185136
      *    the visits counted down go back for PAUTMNT and the          00185137
      *    weekly renewal list                                          00185138
           IF WS-AUT-FILE-LOADED                                        00185139
              OPEN OUTPUT AUTH-OUT                                      00185140
              PERFORM 6500-REWRITE-AUTHS                                00185141
                 THRU 6500-REWRITE-AUTHS-END                            00185142
                 VARYING WS-AUT-SUB FROM 1 BY 1                         00185143
                 UNTIL WS-AUT-SUB > WS-AUT-COUNT                        00185144
              CLOSE AUTH-OUT                                            00185145
           END-IF.                                                      00185146
                                                                        00185147
      *    the claims registered tonight, proved against the            00185148
      *    register by PBBAL                                            00185149
           MOVE 'CLAIMNEW'         TO WS-CTT-TOTAL-ID.                  00185150
           COMPUTE WS-CTT-COUNT = WS-NO-CLAIMS - WS-NO-ALREADY-REG.     00185151
           MOVE WS-TOT-CLAIM-NEW   TO WS-CTT-AMOUNT.                    00185152
           MOVE WS-EXTRACT-DATE    TO WS-CTT-CYCLE-DATE.                00185153
           PERFORM 8970-WRITE-CTLTOT                                    00185154
              THRU 8970-WRITE-CTLTOT-END.                               00185155
                                                                        00018520
           PERFORM 8960-STAMP-CYCLE                                     00018530
              THRU 8960-STAMP-CYCLE-END.                                00018540
                 THRU 9999-ABEND-END                                    00020392
           END-IF.                                                      00020393
                                                                        00020394
      *    the payers that demand an authorization; without the         00203941
      *    rules every such claim would go out unchecked, so the        00203942
      *    run stops. With no AUTHIN nothing is authorized yet          00203943
           OPEN INPUT AUTHREQ.                                          00203944
           IF WS-ARQ-FS = '00'                                          00203945
              PERFORM 1300-LOAD-ARQ-TABLE                               00203946
                 THRU 1300-LOAD-ARQ-TABLE-END                           00203947
                 UNTIL WS-ARQ-EOF                                       00203948
              CLOSE AUTHREQ                                             00203949
              DISPLAY 'AUTHORIZATION RULES LOADED: ' WS-ARQ-COUNT       00203950
           ELSE                                                         00203951
              DISPLAY '*** AUTHREQ NOT AVAILABLE - RUN STOPPED: '       00203952
                 WS-ARQ-FS ' ***'                                       00203953
              MOVE 16 TO RETURN-CODE                                    00203954
              PERFORM 9999-ABEND                                        00203955
                 THRU 9999-ABEND-END                                    00203956
           END-IF.                                                      00203957
           OPEN INPUT AUTH-IN.                                          00203958
           IF WS-AUT-FS = '00'                                          00203959
              MOVE 'Y' TO WS-AUT-LOADED                                 00203960
              PERFORM 1400-LOAD-AUT-TABLE                               00203961
                 THRU 1400-LOAD-AUT-TABLE-END                           00203962
                 UNTIL WS-AUT-EOF                                       00203963
              CLOSE AUTH-IN                                             00203964
              DISPLAY 'AUTHORIZATIONS LOADED: ' WS-AUT-COUNT            00203965
           ELSE                                                         00203966
              DISPLAY 'AUTHIN NOT AVAILABLE - NO AUTHORIZATIONS'        00203967
           END-IF.                                                      00203968
                                                                        00203969
      *    enrollments are checked by DOC-CODE, so both the doctor      00203970
      *    master and the enrollment file are needed; a claim sent      00203971
      *    without the check may be one the payer will not honour       00203972
           OPEN INPUT DOCMSTR.                                          00203973
           IF WS-DOC-FS = '00'                                          00203974
              PERFORM 1500-LOAD-DOC-TABLE                               00203975
                 THRU 1500-LOAD-DOC-TABLE-END                           00203976
                 UNTIL WS-DOC-EOF                                       00203977
              CLOSE DOCMSTR                                             00203978
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00203979
           ELSE                                                         00203980
              DISPLAY '*** DOCMSTR NOT AVAILABLE - RUN STOPPED: '       00203981
                 WS-DOC-FS ' ***'                                       00203982
              MOVE 16 TO RETURN-CODE                                    00203983
              PERFORM 9999-ABEND                                        00203984
                 THRU 9999-ABEND-END                                    00203985
           END-IF.                                                      00203986
           OPEN INPUT ENRL-IN.                                          00203987
           IF WS-ENR-FS = '00'                                          00203988
              PERFORM 1600-LOAD-ENR-TABLE                               00203989
                 THRU 1600-LOAD-ENR-TABLE-END                           00203990
                 UNTIL WS-ENR-EOF                                       00203991
              CLOSE ENRL-IN                                             00203992
              DISPLAY 'ENROLLMENTS LOADED: ' WS-ENR-COUNT               00203993
           ELSE                                                         00203994
              DISPLAY '*** ENRLFILE NOT AVAILABLE - RUN STOPPED: '      00203995
                 WS-ENR-FS ' ***'                                       00203996
              MOVE 16 TO RETURN-CODE                                    00203997
              PERFORM 9999-ABEND                                        00203998
                 THRU 9999-ABEND-END                                    00203999
           END-IF.                                                      00204000
                                                                        00204001
           OPEN OUTPUT PEXC-OUT.                                        00020394
           OPEN OUTPUT DXH-OUT.                                         00203941
                                                                        00020390
           DISPLAY "***** FIN INIT PROCESS *****".                      00020400
                                                                        00020500
      *----------------------*                                          00021100
       4000-SCAN-PATIENT.                                               00021200
      *----------------------*                                          00021300
      *    the patient record heads its coverages, then its             00021328
      *    treatments, then its invoices, up to the next patient        00021357
           MOVE SNP-PATIENID  TO WS-SAVE-PATIENTID.                     00021385
           MOVE SNP-P-PATNAME TO WS-SAVE-PATNAME.                       00021414
           MOVE ZERO TO WS-COV-COUNT.                                   00021442
           MOVE ZERO TO WS-TRT-COUNT.                                   00021471
                                                                        00021500
           PERFORM 0450-READ-SNAPSHOT                                   00021971
              THRU 0450-READ-SNAPSHOT-END.                              00022442
           PERFORM 4050-ROUTE-RECORD                                    00022914
              THRU 4050-ROUTE-RECORD-END                                00023385
              UNTIL WS-SNP-EOF                                          00023857
                 OR SNP-PATIENT-REC.                                    00024328
      *----------------------*                                          00024800
       4000-SCAN-PATIENT-END.                                           00024900
      *----------------------*                                          00025000
           EXIT.                                                        00025100
                                                                        00025200
      *-------------------------*                                       00025300
       4050-ROUTE-RECORD.                                               00025304
      *-------------------------*                                       00025308
      *    both tables are complete before the first invoice            00025312
      *    of the patient is paired with them                           00025316
           EVALUATE TRUE                                                00025320
             WHEN SNP-COVERAGE-REC                                      00025324
               PERFORM 4100-COLLECT-COVERAGE                            00025328
                  THRU 4100-COLLECT-COVERAGE-END                        00025332
             WHEN SNP-TREATMNT-REC                                      00025336
               PERFORM 4160-COLLECT-TREATMNT                            00025340
                  THRU 4160-COLLECT-TREATMNT-END                        00025344
             WHEN SNP-INVOICE-REC                                       00025348
               PERFORM 4200-EXTRACT-BILLING                             00025352
                  THRU 4200-EXTRACT-BILLING-END                         00025356
           END-EVALUATE.                                                00025360
                                                                        00025364
           PERFORM 0450-READ-SNAPSHOT                                   00025368
              THRU 0450-READ-SNAPSHOT-END.                              00025372
      *-------------------------*                                       00025376
       4050-ROUTE-RECORD-END.                                           00025380
      *-------------------------*                                       00025384
           EXIT.                                                        00025388
                                                                        00025392
      *-------------------------*                                       00025396
       4100-COLLECT-COVERAGE.                                           00025400
      *-------------------------*                                       00025500
           IF WS-COV-COUNT < WS-COV-MAX                                 00025618
              ADD 1 TO WS-COV-COUNT                                     00025737
              SET COV-IDX TO WS-COV-COUNT                               00025856
              MOVE SNP-C-PAYERCD  TO WS-COV-PAYERCD (COV-IDX)           00025975
              MOVE SNP-C-POLICYNO TO WS-COV-POLICYNO (COV-IDX)          00026093
              MOVE SNP-C-EFFDATE  TO WS-COV-EFFDATE (COV-IDX)           00026212
              MOVE SNP-C-EXPDATE  TO WS-COV-EXPDATE (COV-IDX)           00026331
      *       a code the master does not know goes straight             00026450
      *       on the exception report                                   00026568
              MOVE SNP-C-PAYERCD TO WS-PMS-LOOKUP-CODE                  00026687
              PERFORM 6000-FIND-PAYER                                   00026806
                 THRU 6000-FIND-PAYER-END                               00026925
              IF NOT WS-PMS-HIT                                         00027043
                 PERFORM 6100-WRITE-PAYER-EXCEPTION                     00027162
                    THRU 6100-WRITE-PAYER-EXCEPTION-END                 00027281
              END-IF                                                    00027400
           ELSE                                                         00027425
              DISPLAY 'COVERAGE TABLE FULL - PATIENT: '                 00027450
                 WS-SAVE-PATIENTID                                      00027475
           END-IF.                                                      00027500
      *-------------------------*                                       00027600
       4100-COLLECT-COVERAGE-END.                                       00027700
           EXIT.                                                        00027900
                                                                        00028000
      *-------------------------*                                       00028100
       4160-COLLECT-TREATMNT.                                           00028200
      *-------------------------*                                       00028300
      *    the treatment record carries its diagnoses, blank            00028328
      *    when none was coded                                          00028357
           IF WS-TRT-COUNT < WS-TRT-MAX                                 00028385
              ADD 1 TO WS-TRT-COUNT                                     00028414
              SET TRT-IDX TO WS-TRT-COUNT                               00028442
              MOVE SNP-V-TRTNAME TO WS-TRT-TRTNAME (TRT-IDX)            00028471
              MOVE SNP-V-TRDATE  TO WS-TRT-TRDATE (TRT-IDX)             00028500
              MOVE SNP-V-DOCTOR  TO WS-TRT-DOCTOR (TRT-IDX)             00028528
              MOVE SNP-V-DG-PRIMARY                                     00028557
                 TO WS-TRT-DG-PRIMARY (TRT-IDX)                         00028585
              MOVE SNP-V-DG-SECONDARY (1)                               00028614
                 TO WS-TRT-DG-SECONDARY (TRT-IDX, 1)                    00028642
              MOVE SNP-V-DG-SECONDARY (2)                               00028671
                 TO WS-TRT-DG-SECONDARY (TRT-IDX, 2)                    00028700
              MOVE SNP-V-DG-SECONDARY (3)                               00028728
                 TO WS-TRT-DG-SECONDARY (TRT-IDX, 3)                    00028757
           ELSE                                                         00028785
              DISPLAY 'TREATMENT TABLE FULL - PATIENT: '                00028814
                 WS-SAVE-PATIENTID                                      00028842
           END-IF.                                                      00028871
      *-------------------------*                                       00028900
       4160-COLLECT-TREATMNT-END.                                       00029000
      *-------------------------*                                       00029100
           EXIT.                                                        00029200
                                                                        00029300
      *-------------------------*                                       00029400
       4200-EXTRACT-BILLING.                                            00029500
      *-------------------------*                                       00029600
           MOVE SNP-I-INVOICENO TO WS-INVOICENO.                        00029641
           MOVE SNP-I-AMOUNT    TO WS-AMOUNT.                           00029682
           MOVE SNP-I-BILLDATE  TO WS-BILLDATE.                         00029723
           MOVE SNP-I-REFINVNO  TO WS-REFINVNO.                         00029764
           MOVE SNP-I-TRANTYPE  TO WS-TRANTYPE.                         00029805
           MOVE SNP-I-FACILITY  TO WS-BIL-FACILITY.                     00029847
           MOVE SNP-I-TRTNAME   TO WS-BIL-TRTNAME.                      00029888
      *    a late treatment is billed on the first day of the open      00029929
      *    period; coverage and authorization go by the day the         00029970
      *    treatment was given, found by its rank on the image          00030011
           MOVE SNP-I-BILLDATE  TO WS-SVC-DATE.                         00030052
           IF SNP-I-TRT-SEQ > 0                                         00030094
              AND SNP-I-TRT-SEQ NOT > WS-TRT-COUNT                      00030135
              SET TRT-IDX TO SNP-I-TRT-SEQ                              00030176
              MOVE WS-TRT-TRDATE (TRT-IDX) TO WS-SVC-DATE               00030217
           END-IF.                                                      00030258
                                                                        00030300
      *    a returned-check reversal only reopens what the patient      00030318
      *    owes - the payer never sees it                               00030337
           IF WS-TRANTYPE = 'R'                                         00030356
              DISPLAY 'RETURNED ITEM - NOT CLAIMED: ' WS-INVOICENO      00030375
              GO TO 4200-EXTRACT-BILLING-END                            00030378
           END-IF.                                                      00030381
      *    nor does a finance charge: the interest is the patient's     00030384
           IF SNP-I-MEMO-REASON = 'F'                                   00030387
              DISPLAY 'FINANCE CHARGE - NOT CLAIMED: ' WS-INVOICENO     00030390
              GO TO 4200-EXTRACT-BILLING-END                            00030393
           END-IF.                                                      00030412
                                                                        00030431
           PERFORM 5000-MATCH-COVERAGE                                  00030450
              THRU 5000-MATCH-COVERAGE-END.                             00030468
           IF WS-COV-HIT                                                00030487
              SET COV-IDX TO WS-COV-HIT-SUB                             00030506
              MOVE 'N' TO WS-AUT-HELD                                   00030525
              MOVE 'N' TO WS-ENR-HELD                                   00030543
      *       a claim with no primary diagnosis is held, not            00030562
      *       sent - and not registered, so it goes out the             00030581
      *       first night after the desk completes it                   00030600
              PERFORM 5050-FIND-DIAGNOSIS                               00030618
                 THRU 5050-FIND-DIAGNOSIS-END                           00030637
      *       the same holds for a treatment the payer only             00030656
      *       pays under an authorization                               00030675
              IF WS-DXH-REASON = SPACE                                  00030693
                 PERFORM 5070-CHECK-AUTH                                00030712
                    THRU 5070-CHECK-AUTH-END                            00030731
              END-IF                                                    00030750
      *       and for a treatment by a doctor the payer has no          00030768
      *       enrollment for on the treatment date                      00030787
              IF WS-DXH-REASON = SPACE                                  00030806
                 PERFORM 5080-CHECK-ENROLLMENT                          00030825
                    THRU 5080-CHECK-ENROLLMENT-END                      00030843
              END-IF                                                    00030862
              IF WS-DXH-REASON = SPACE                                  00030881
                 PERFORM 5100-WRITE-CLAIM                               00030900
                    THRU 5100-WRITE-CLAIM-END                           00031000
              ELSE                                                      00031100
                 PERFORM 5200-WRITE-DIAG-HOLD                           00031233
                    THRU 5200-WRITE-DIAG-HOLD-END                       00031366
              END-IF                                                    00031500
           ELSE                                                         00031520
              DISPLAY 'NO ACTIVE COVERAGE - SELF-PAY: '                 00031540
                 WS-INVOICENO                                           00031560
              ADD 1 TO WS-NO-SELFPAY                                    00031580
           END-IF.                                                      00031600
      *-------------------------*                                       00031700
       4200-EXTRACT-BILLING-END.                                        00031800
      *-------------------------*                                       00033600
       5010-COVERAGE-LOOKUP.                                            00033700
      *-------------------------*                                       00033800
           IF WS-COV-EFFDATE (COV-IDX) NOT > WS-SVC-DATE                00033900
              AND WS-COV-EXPDATE (COV-IDX) NOT < WS-SVC-DATE            00034000
              MOVE 'Y' TO WS-COV-FOUND                                  00034100
              SET WS-COV-HIT-SUB TO COV-IDX                             00034200
           END-IF.                                                      00034300
      *-------------------------*                                       00034400
       5010-COVERAGE-LOOKUP-END.                                        00034500
      *-------------------------*                                       00345001
           EXIT.                                                        00345002
                                                                        00345003
      *-------------------------*                                       00345004
       5050-FIND-DIAGNOSIS.                                             00345005
      *-------------------------*                                       00345006
      *    a credit or debit memo rides on the invoice it adjusts       00345007
      *    and goes out without codes of its own                        00345008
           MOVE SPACE TO WS-DXH-REASON.                                 00345009
           MOVE 'N' TO WS-TRT-FOUND.                                    00345010
           IF WS-TRANTYPE = 'C' OR WS-TRANTYPE = 'D'                    00345011
              GO TO 5050-FIND-DIAGNOSIS-END                             00345012
           END-IF.                                                      00345013
           IF WS-BIL-TRTNAME = SPACE                                    00345014
              MOVE 'NO TREATMENT ON INVOICE' TO WS-DXH-REASON           00345015
              GO TO 5050-FIND-DIAGNOSIS-END                             00345016
           END-IF.                                                      00345017
           PERFORM 5060-TREATMNT-LOOKUP                                 00345018
              THRU 5060-TREATMNT-LOOKUP-END                             00345019
              VARYING TRT-IDX FROM 1 BY 1                               00345020
              UNTIL TRT-IDX > WS-TRT-COUNT                              00345021
                 OR WS-TRT-HIT.                                         00345022
           IF NOT WS-TRT-HIT                                            00345023
              MOVE 'TREATMENT NOT ON FILE' TO WS-DXH-REASON             00345024
              GO TO 5050-FIND-DIAGNOSIS-END                             00345025
           END-IF.                                                      00345026
           SET TRT-IDX TO WS-TRT-HIT-SUB.                               00345027
           IF WS-TRT-DG-PRIMARY (TRT-IDX) = SPACE                       00345028
              MOVE 'NO PRIMARY DIAGNOSIS' TO WS-DXH-REASON              00345029
           END-IF.                                                      00345030
      *-------------------------*                                       00345031
       5050-FIND-DIAGNOSIS-END.                                         00345032
      *-------------------------*                                       00345033
           EXIT.                                                        00345034
                                                                        00345035
      *-------------------------*                                       00345036
       5060-TREATMNT-LOOKUP.                                            00345037
      *-------------------------*                                       00345038
           IF WS-TRT-TRTNAME (TRT-IDX) = WS-BIL-TRTNAME                 00345039
              MOVE 'Y' TO WS-TRT-FOUND                                  00345040
              SET WS-TRT-HIT-SUB TO TRT-IDX                             00345041
           END-IF.                                                      00345042
      *-------------------------*                                       00345043
       5060-TREATMNT-LOOKUP-END.                                        00345044
      *-------------------------*                                       00345045
           EXIT.                                                        00345046
                                                                        00345047
      *-------------------------*                                       00345048
       5070-CHECK-AUTH.                                                 00345049
      *-------------------------*                                       00345050
      *    a valid authorization rides the claim and its visit is       00345051
      *    counted the night the claim is first registered; a           00345052
      *    claim already registered only carries the number again       00345053
           MOVE SPACE TO WS-CLAIM-AUTHNO.                               00345054
           MOVE 'N' TO WS-AUT-HELD.                                     00345055
           IF WS-TRANTYPE = 'C' OR WS-TRANTYPE = 'D'                    00345056
              GO TO 5070-CHECK-AUTH-END                                 00345057
           END-IF.                                                      00345058
           MOVE 'N' TO WS-AUT-FOUND.                                    00345059
           PERFORM 5071-AUTH-LOOKUP                                     00345060
              THRU 5071-AUTH-LOOKUP-END                                 00345061
              VARYING AUT-IDX FROM 1 BY 1                               00345062
              UNTIL AUT-IDX > WS-AUT-COUNT                              00345063
                 OR WS-AUT-HIT.                                         00345064
           IF WS-AUT-HIT                                                00345065
              SET AUT-IDX TO WS-AUT-HIT-SUB                             00345066
           END-IF.                                                      00345067
                                                                        00345068
           PERFORM 6200-CHECK-REGISTERED                                00345069
              THRU 6200-CHECK-REGISTERED-END.                           00345070
           IF WS-REG-HIT                                                00345071
              IF WS-AUT-HIT                                             00345072
                 MOVE WS-AUT-TAB-AUTHNO (AUT-IDX) TO WS-CLAIM-AUTHNO    00345073
              END-IF                                                    00345074
              GO TO 5070-CHECK-AUTH-END                                 00345075
           END-IF.                                                      00345076
                                                                        00345077
           EVALUATE TRUE                                                00345078
             WHEN NOT WS-AUT-HIT                                        00345079
               MOVE 'NO AUTHORIZATION ON FILE' TO WS-DXH-REASON         00345080
             WHEN WS-AUT-TAB-STATUS (AUT-IDX) NOT = 'A'                 00345081
               MOVE 'AUTHORIZATION CANCELLED' TO WS-DXH-REASON          00345082
             WHEN WS-AUT-TAB-FROMDATE (AUT-IDX) > WS-SVC-DATE           00345083
               OR WS-AUT-TAB-TODATE (AUT-IDX) < WS-SVC-DATE             00345084
               MOVE 'AUTHORIZATION EXPIRED' TO WS-DXH-REASON            00345085
             WHEN WS-AUT-TAB-USED (AUT-IDX)                             00345086
                  NOT < WS-AUT-TAB-ALLOWED (AUT-IDX)                    00345087
               MOVE 'AUTHORIZATION VISITS USED UP' TO WS-DXH-REASON     00345088
             WHEN OTHER                                                 00345089
               MOVE WS-AUT-TAB-AUTHNO (AUT-IDX) TO WS-CLAIM-AUTHNO      00345090
               ADD 1 TO WS-AUT-TAB-USED (AUT-IDX)                       00345091
               ADD 1 TO WS-NO-AUTH-USED                                 00345092
           END-EVALUATE.                                                00345093
                                                                        00345094
      *    no valid authorization only holds the claim when the         00345095
      *    payer demands one for this treatment                         00345096
           IF WS-DXH-REASON NOT = SPACE                                 00345097
              PERFORM 5075-AUTH-REQUIRED                                00345098
                 THRU 5075-AUTH-REQUIRED-END                            00345099
              IF WS-ARQ-HIT                                             00345100
                 MOVE 'Y' TO WS-AUT-HELD                                00345101
              ELSE                                                      00345102
                 MOVE SPACE TO WS-DXH-REASON                            00345103
              END-IF                                                    00345104
           END-IF.                                                      00345105
      *-------------------------*                                       00345106
       5070-CHECK-AUTH-END.                                             00345107
      *-------------------------*                                       00345108
           EXIT.                                                        00345109
                                                                        00345110
      *-------------------------*                                       00345111
       5071-AUTH-LOOKUP.                                                00345112
      *-------------------------*                                       00345113
           IF WS-AUT-TAB-PATIENID (AUT-IDX) = WS-SAVE-PATIENTID         00345114
              AND WS-AUT-TAB-PAYERCD (AUT-IDX)                          00345115
                  = WS-COV-PAYERCD (COV-IDX)                            00345116
              AND WS-AUT-TAB-TRTNAME (AUT-IDX) = WS-BIL-TRTNAME         00345117
              MOVE 'Y' TO WS-AUT-FOUND                                  00345118
              SET WS-AUT-HIT-SUB TO AUT-IDX                             00345119
           END-IF.                                                      00345120
      *-------------------------*                                       00345121
       5071-AUTH-LOOKUP-END.                                            00345122
      *-------------------------*                                       00345123
           EXIT.                                                        00345124
                                                                        00345125
      *-------------------------*                                       00345126
       5075-AUTH-REQUIRED.                                              00345127
      *-------------------------*                                       00345128
           MOVE 'N' TO WS-ARQ-FOUND.                                    00345129
           PERFORM 5076-ARQ-LOOKUP                                      00345130
              THRU 5076-ARQ-LOOKUP-END                                  00345131
              VARYING ARQ-IDX FROM 1 BY 1                               00345132
              UNTIL ARQ-IDX > WS-ARQ-COUNT                              00345133
                 OR WS-ARQ-HIT.                                         00345134
      *-------------------------*                                       00345135
       5075-AUTH-REQUIRED-END.                                          00345136
      *-------------------------*                                       00345137
           EXIT.                                                        00345138
                                                                        00345139
      *-------------------------*                                       00345140
       5076-ARQ-LOOKUP.                                                 00345141
      *-------------------------*                                       00345142
           IF WS-ARQ-PAYERCD (ARQ-IDX) = WS-COV-PAYERCD (COV-IDX)       00345143
              AND (WS-ARQ-TRTNAME (ARQ-IDX) = SPACE                     00345144
                   OR WS-ARQ-TRTNAME (ARQ-IDX) = WS-BIL-TRTNAME)        00345145
              MOVE 'Y' TO WS-ARQ-FOUND                                  00345146
           END-IF.                                                      00345147
      *-------------------------*                                       00345148
       5076-ARQ-LOOKUP-END.                                             00345149
      *-------------------------*                                       00345150
           EXIT.                                                        00345151
                                                                        00345152
      *-------------------------*                                       00345153
       5080-CHECK-ENROLLMENT.                                           00345154
      *-------------------------*                                       00345155
      *    the doctor on the treatment must be enrolled with the        00345156
      *    payer on the TRDATE; a claim already registered went         00345157
      *    out before and is left alone                                 00345158
           MOVE 'N' TO WS-ENR-HELD.                                     00345159
           IF WS-TRANTYPE = 'C' OR WS-TRANTYPE = 'D'                    00345160
              GO TO 5080-CHECK-ENROLLMENT-END                           00345161
           END-IF.                                                      00345162
           IF NOT WS-TRT-HIT                                            00345163
              GO TO 5080-CHECK-ENROLLMENT-END                           00345164
           END-IF.                                                      00345165
           PERFORM 6200-CHECK-REGISTERED                                00345166
              THRU 6200-CHECK-REGISTERED-END.                           00345167
           IF WS-REG-HIT                                                00345168
              GO TO 5080-CHECK-ENROLLMENT-END                           00345169
           END-IF.                                                      00345170
                                                                        00345171
           SET TRT-IDX TO WS-TRT-HIT-SUB.                               00345172
           MOVE SPACE TO WS-CLAIM-DOC-CODE.                             00345173
           MOVE 'N' TO WS-DOC-FOUND.                                    00345174
           PERFORM 5081-DOCTOR-LOOKUP                                   00345175
              THRU 5081-DOCTOR-LOOKUP-END                               00345176
              VARYING DOC-IDX FROM 1 BY 1                               00345177
              UNTIL DOC-IDX > WS-DOC-COUNT                              00345178
                 OR WS-DOC-HIT.                                         00345179
           IF WS-DOC-HIT                                                00345180
              SET DOC-IDX TO WS-DOC-HIT-SUB                             00345181
              MOVE WS-DOC-TAB-CODE (DOC-IDX) TO WS-CLAIM-DOC-CODE       00345182
           END-IF.                                                      00345183
                                                                        00345184
           MOVE 'N' TO WS-ENR-FOUND.                                    00345185
           IF WS-DOC-HIT                                                00345186
              PERFORM 5082-ENROLLMENT-LOOKUP                            00345187
                 THRU 5082-ENROLLMENT-LOOKUP-END                        00345188
                 VARYING ENR-IDX FROM 1 BY 1                            00345189
                 UNTIL ENR-IDX > WS-ENR-COUNT                           00345190
                    OR WS-ENR-HIT                                       00345191
           END-IF.                                                      00345192
           IF NOT WS-ENR-HIT                                            00345193
              MOVE 'DOCTOR NOT ENROLLED WITH PAYER' TO WS-DXH-REASON    00345194
              MOVE 'Y' TO WS-ENR-HELD                                   00345195
           END-IF.                                                      00345196
      *-------------------------*                                       00345197
       5080-CHECK-ENROLLMENT-END.                                       00345198
      *-------------------------*                                       00345199
           EXIT.                                                        00345200
                                                                        00345201
      *-------------------------*                                       00345202
       5081-DOCTOR-LOOKUP.                                              00345203
      *-------------------------*                                       00345204
           IF WS-DOC-TAB-NAME (DOC-IDX) = WS-TRT-DOCTOR (TRT-IDX)       00345205
              MOVE 'Y' TO WS-DOC-FOUND                                  00345206
              SET WS-DOC-HIT-SUB TO DOC-IDX                             00345207
           END-IF.                                                      00345208
      *-------------------------*                                       00345209
       5081-DOCTOR-LOOKUP-END.                                          00345210
      *-------------------------*                                       00345211
           EXIT.                                                        00345212
                                                                        00345213
      *-------------------------*                                       00345214
       5082-ENROLLMENT-LOOKUP.                                          00345215
      *-------------------------*                                       00345216
           IF WS-ENR-TAB-DOC-CODE (ENR-IDX) = WS-CLAIM-DOC-CODE         00345217
              AND WS-ENR-TAB-PAYERCD (ENR-IDX)                          00345218
                  = WS-COV-PAYERCD (COV-IDX)                            00345219
              AND WS-ENR-TAB-EFFDATE (ENR-IDX)                          00345220
                  NOT > WS-TRT-TRDATE (TRT-IDX)                         00345221
              AND WS-ENR-TAB-ENDDATE (ENR-IDX)                          00345222
                  NOT < WS-TRT-TRDATE (TRT-IDX)                         00345223
              MOVE 'Y' TO WS-ENR-FOUND                                  00345224
           END-IF.                                                      00345225
      *-------------------------*                                       00345226
       5082-ENROLLMENT-LOOKUP-END.                                      00345227
      *-------------------------*                                       00034600
           EXIT.                                                        00034700
                                                                        00034800
           ELSE                                                         00035912
              MOVE '*UNKNOWN PAYER*'           TO CLM-PAYNAME           00035913
           END-IF.                                                      00035914
           IF WS-TRT-HIT                                                00035923
              SET TRT-IDX TO WS-TRT-HIT-SUB                             00035933
              MOVE WS-TRT-DG-PRIMARY (TRT-IDX)  TO CLM-DIAG-PRIMARY     00035942
              MOVE WS-TRT-DG-SECONDARY (TRT-IDX, 1) TO CLM-DIAG-SEC1    00035952
              MOVE WS-TRT-DG-SECONDARY (TRT-IDX, 2) TO CLM-DIAG-SEC2    00035961
              MOVE WS-TRT-DG-SECONDARY (TRT-IDX, 3) TO CLM-DIAG-SEC3    00035971
           END-IF.                                                      00035980
           MOVE WS-CLAIM-AUTHNO           TO CLM-AUTHNO.                00035990
           WRITE CLM-OUT-REC.                                           00036000
           ADD 1 TO WS-NO-CLAIMS.                                       00036002
           ADD WS-AMOUNT TO WS-TOT-CLAIM-NEW.                           00036006
      *    every claim sent is also recorded on the register,           00036010
      *    disposition blank until the payer answers - but only         00036012
      *    ONCE: an invoice already registered stays as it is,          00036014
              THRU 6200-CHECK-REGISTERED-END.                           00036020
           IF WS-REG-HIT                                                00036022
              ADD 1 TO WS-NO-ALREADY-REG                                00036024
              SUBTRACT WS-AMOUNT FROM WS-TOT-CLAIM-NEW                  00036025
              GO TO 5100-WRITE-CLAIM-END                                00036026
           END-IF.                                                      00036028
           MOVE SPACE                     TO CLM-REG-REC.               00036030
      *-------------------------*                                       00036400
           EXIT.                                                        00036500
                                                                        00036600
      *-------------------------*                                       00366001
       5200-WRITE-DIAG-HOLD.                                            00366002
      *-------------------------*                                       00366003
           DISPLAY 'CLAIM HELD - ' WS-DXH-REASON ': ' WS-INVOICENO.     00366004
           MOVE SPACE                     TO DXH-OUT-REC.               00366005
           MOVE WS-SAVE-PATIENTID         TO DXH-PATIENID.              00366006
           MOVE WS-INVOICENO              TO DXH-INVOICENO.             00366007
           MOVE WS-COV-PAYERCD (COV-IDX)  TO DXH-PAYERCD.               00366008
           MOVE 'P'                       TO DXH-LEVEL.                 00366009
           MOVE WS-BIL-TRTNAME            TO DXH-TRTNAME.               00366010
           MOVE WS-DXH-REASON             TO DXH-REASON.                00366011
           WRITE DXH-OUT-REC.                                           00366012
           EVALUATE TRUE                                                00366013
             WHEN WS-AUT-HOLD                                           00366014
               ADD 1 TO WS-NO-AUTH-HELD                                 00366015
             WHEN WS-ENR-HOLD                                           00366016
               ADD 1 TO WS-NO-ENRL-HELD                                 00366017
             WHEN OTHER                                                 00366018
               ADD 1 TO WS-NO-DIAG-HELD                                 00366019
           END-EVALUATE.                                                00366020
      *-------------------------*                                       00366021
       5200-WRITE-DIAG-HOLD-END.                                        00366022
      *-------------------------*                                       00366023
           EXIT.                                                        00366024
                                                                        00366025
      *-----------------------*                                         00036610
       0300-CHECK-CYCLE.                                                00036612
      *-----------------------*                                         00036614
           IF WS-CYC-DB-QUIESCED                                        00036638
              DISPLAY '*** DATABASE QUIESCED FOR MAINTENANCE'           00036640
                 ' - RUN REFUSED ***'                                   00036642
              MOVE 12 TO RETURN-CODE                                    00366421
              GOBACK                                                    00366422
           END-IF.                                                      00366423
           IF WS-CYC-BALANCE-BROKEN                                     00366424
              DISPLAY '*** BILLING CYCLE OUT OF BALANCE - NOT SIGNED'   00366425
                 ' OFF - RUN REFUSED ***'                               00366426
              MOVE 12 TO RETURN-CODE                                    00036644
              GOBACK                                                    00036646
           END-IF.                                                      00036648
                     MOVE 'Y' TO WS-CYC-QUIESCED                        00036710
                  ELSE                                                  00036712
                     MOVE 'N' TO WS-CYC-QUIESCED                        00036714
                  END-IF                                                00367141
               END-IF                                                   00367142
      *        and so does the last balancing proof or sign-off         00367143
               IF CYC-PROGRAM = 'PBBAL   '                              00367144
                  IF CYC-STATUS = 'BREAK   '                            00367145
                     MOVE 'Y' TO WS-CYC-BAL-BREAK                       00367146
                  ELSE                                                  00367147
                     MOVE 'N' TO WS-CYC-BAL-BREAK                       00367148
                  END-IF                                                00036716
               END-IF                                                   00036718
             WHEN WS-CYC-FS = '10'                                      00036720
           EXIT.                                                        00036794
                                                                        00036795
      *-----------------------*                                         00036795
       8970-WRITE-CTLTOT.                                               00367951
      *-----------------------*                                         00367952
      *    one control total per call - PBBAL ties them together        00367953
           OPEN EXTEND CTLTOT.                                          00367954
           IF WS-CTT-FS NOT = '00'                                      00367955
              OPEN OUTPUT CTLTOT                                        00367956
           END-IF.                                                      00367957
           IF WS-CTT-FS = '00'                                          00367958
              MOVE SPACE             TO CTT-REC                         00367959
              MOVE 'PBCLAIM '          TO CTT-PROGRAM                   00367960
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00367961
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00367962
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00367963
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00367964
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00367965
              ACCEPT WS-CTT-TIME FROM TIME                              00367966
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00367967
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00367968
              WRITE CTT-REC                                             00367969
              CLOSE CTLTOT                                              00367970
           ELSE                                                         00367971
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00367972
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00367973
           END-IF.                                                      00367974
      *-----------------------*                                         00367975
       8970-WRITE-CTLTOT-END.                                           00367976
      *-----------------------*                                         00367977
           EXIT.                                                        00367978
                                                                        00367979
      *-----------------------*                                         00367980
       1100-LOAD-PMS-TABLE.                                             00036796
      *-----------------------*                                         00036797
           READ PAYMSTR                                                 00036798
           END-EVALUATE.                                                00036821
      *-----------------------*                                         00036822
       1100-LOAD-PMS-TABLE-END.                                         00036823
      *-----------------------*                                         00368231
           EXIT.                                                        00368232
                                                                        00368233
      *-----------------------*                                         00368234
       1500-LOAD-DOC-TABLE.                                             00368235
      *-----------------------*                                         00368236
           READ DOCMSTR                                                 00368237
           END-READ.                                                    00368238
                                                                        00368239
           EVALUATE TRUE                                                00368240
             WHEN WS-DOC-FS = '00'                                      00368241
               IF WS-DOC-COUNT < WS-DOC-MAX                             00368242
                  ADD 1 TO WS-DOC-COUNT                                 00368243
                  SET DOC-IDX TO WS-DOC-COUNT                           00368244
                  MOVE DOC-CODE TO WS-DOC-TAB-CODE (DOC-IDX)            00368245
                  MOVE DOC-NAME TO WS-DOC-TAB-NAME (DOC-IDX)            00368246
               ELSE                                                     00368247
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00368248
                     DOC-CODE                                           00368249
               END-IF                                                   00368250
             WHEN WS-DOC-FS = '10'                                      00368251
               SET WS-DOC-EOF TO TRUE                                   00368252
             WHEN OTHER                                                 00368253
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00368254
               PERFORM 9999-ABEND                                       00368255
                  THRU 9999-ABEND-END                                   00368256
           END-EVALUATE.                                                00368257
      *-----------------------*                                         00368258
       1500-LOAD-DOC-TABLE-END.                                         00368259
      *-----------------------*                                         00368260
           EXIT.                                                        00368261
                                                                        00368262
      *-----------------------*                                         00368263
       1600-LOAD-ENR-TABLE.                                             00368264
      *-----------------------*                                         00368265
           READ ENRL-IN                                                 00368266
           END-READ.                                                    00368267
                                                                        00368268
           EVALUATE TRUE                                                00368269
             WHEN WS-ENR-FS = '00'                                      00368270
               IF WS-ENR-COUNT < WS-ENR-MAX                             00368271
                  ADD 1 TO WS-ENR-COUNT                                 00368272
                  SET ENR-IDX TO WS-ENR-COUNT                           00368273
                  MOVE ENR-DOC-CODE TO WS-ENR-TAB-DOC-CODE (ENR-IDX)    00368274
                  MOVE ENR-PAYERCD  TO WS-ENR-TAB-PAYERCD (ENR-IDX)     00368275
                  MOVE ENR-EFFDATE  TO WS-ENR-TAB-EFFDATE (ENR-IDX)     00368276
                  MOVE ENR-ENDDATE  TO WS-ENR-TAB-ENDDATE (ENR-IDX)     00368277
               ELSE                                                     00368278
      *           a dropped row would hold claims that are fine -       00368279
      *           stop instead                                          00368280
                  DISPLAY '*** ENROLLMENT TABLE FULL - RUN STOPPED: '   00368281
                     ENR-DOC-CODE ' ' ENR-PAYERCD ' ***'                00368282
                  MOVE 16 TO RETURN-CODE                                00368283
                  PERFORM 9999-ABEND                                    00368284
                     THRU 9999-ABEND-END                                00368285
               END-IF                                                   00368286
             WHEN WS-ENR-FS = '10'                                      00368287
               SET WS-ENR-EOF TO TRUE                                   00368288
             WHEN OTHER                                                 00368289
      D        DISPLAY "ERROR READ FILE ENRLFILE !!!: " WS-ENR-FS       00368290
               PERFORM 9999-ABEND                                       00368291
                  THRU 9999-ABEND-END                                   00368292
           END-EVALUATE.                                                00368293
      *-----------------------*                                         00368294
       1600-LOAD-ENR-TABLE-END.                                         00368295
      *-----------------------*                                         00036824
           EXIT.                                                        00036825
                                                                        00036826
      *-----------------------*                                         00036929
           EXIT.                                                        00036930
                                                                        00036796
      *-----------------------*                                         00367961
       1300-LOAD-ARQ-TABLE.                                             00367962
      *-----------------------*                                         00367963
           READ AUTHREQ                                                 00367964
           END-READ.                                                    00367965
                                                                        00367966
           EVALUATE TRUE                                                00367967
             WHEN WS-ARQ-FS = '00'                                      00367968
               IF WS-ARQ-COUNT < WS-ARQ-MAX                             00367969
                  ADD 1 TO WS-ARQ-COUNT                                 00367970
                  SET ARQ-IDX TO WS-ARQ-COUNT                           00367971
                  MOVE ARQ-PAYERCD TO WS-ARQ-PAYERCD (ARQ-IDX)          00367972
                  MOVE ARQ-TRTNAME TO WS-ARQ-TRTNAME (ARQ-IDX)          00367973
               ELSE                                                     00367974
      *           a dropped rule would let its claims out with no       00367975
      *           authorization - stop instead                          00367976
                  DISPLAY '*** AUTH RULE TABLE FULL - RUN STOPPED: '    00367977
                     ARQ-PAYERCD ' ' ARQ-TRTNAME ' ***'                 00367978
                  MOVE 16 TO RETURN-CODE                                00367979
                  PERFORM 9999-ABEND                                    00367980
                     THRU 9999-ABEND-END                                00367981
               END-IF                                                   00367982
             WHEN WS-ARQ-FS = '10'                                      00367983
               SET WS-ARQ-EOF TO TRUE                                   00367984
             WHEN OTHER                                                 00367985
      D        DISPLAY "ERROR READ FILE AUTHREQ !!!: " WS-ARQ-FS        00367986
               PERFORM 9999-ABEND                                       00367987
                  THRU 9999-ABEND-END                                   00367988
           END-EVALUATE.                                                00367989
      *-----------------------*                                         00367990
       1300-LOAD-ARQ-TABLE-END.                                         00367991
      *-----------------------*                                         00367992
           EXIT.                                                        00367993
                                                                        00367994
      *-----------------------*                                         00367995
       1400-LOAD-AUT-TABLE.                                             00367996
      *-----------------------*                                         00367997
           READ AUTH-IN                                                 00367998
           END-READ.                                                    00367999
                                                                        00368000
           EVALUATE TRUE                                                00368001
             WHEN WS-AUT-FS = '00'                                      00368002
               IF WS-AUT-COUNT < WS-AUT-MAX                             00368003
                  ADD 1 TO WS-AUT-COUNT                                 00368004
                  SET AUT-IDX TO WS-AUT-COUNT                           00368005
                  MOVE AUT-PATIENID TO WS-AUT-TAB-PATIENID (AUT-IDX)    00368006
                  MOVE AUT-PAYERCD  TO WS-AUT-TAB-PAYERCD (AUT-IDX)     00368007
                  MOVE AUT-TRTNAME  TO WS-AUT-TAB-TRTNAME (AUT-IDX)     00368008
                  MOVE AUT-AUTHNO   TO WS-AUT-TAB-AUTHNO (AUT-IDX)      00368009
                  MOVE AUT-FROMDATE TO WS-AUT-TAB-FROMDATE (AUT-IDX)    00368010
                  MOVE AUT-TODATE   TO WS-AUT-TAB-TODATE (AUT-IDX)      00368011
                  MOVE AUT-VISITS-ALLOWED                               00368012
                                    TO WS-AUT-TAB-ALLOWED (AUT-IDX)     00368013
                  MOVE AUT-VISITS-USED                                  00368014
                                    TO WS-AUT-TAB-USED (AUT-IDX)        00368015
                  MOVE AUT-STATUS   TO WS-AUT-TAB-STATUS (AUT-IDX)      00368016
               ELSE                                                     00368017
      *           a dropped row would be lost on the rewrite            00368018
                  DISPLAY 'AUTHORIZATION TABLE FULL - RUN STOPPED: '    00368019
                     AUT-PATIENID ' ' AUT-PAYERCD                       00368020
                  MOVE 16 TO RETURN-CODE                                00368021
                  PERFORM 9999-ABEND                                    00368022
                     THRU 9999-ABEND-END                                00368023
               END-IF                                                   00368024
             WHEN WS-AUT-FS = '10'                                      00368025
               SET WS-AUT-EOF TO TRUE                                   00368026
             WHEN OTHER                                                 00368027
      D        DISPLAY "ERROR READ FILE AUTHIN !!!: " WS-AUT-FS         00368028
               PERFORM 9999-ABEND                                       00368029
                  THRU 9999-ABEND-END                                   00368030
           END-EVALUATE.                                                00368031
      *-----------------------*                                         00368032
       1400-LOAD-AUT-TABLE-END.                                         00368033
      *-----------------------*                                         00368034
           EXIT.                                                        00368035
                                                                        00368036
      *-----------------------*                                         00368037
       6500-REWRITE-AUTHS.                                              00368038
      *-----------------------*                                         00368039
           SET AUT-IDX TO WS-AUT-SUB.                                   00368040
           MOVE SPACE                         TO AUT-REC.               00368041
           MOVE WS-AUT-TAB-PATIENID (AUT-IDX) TO AUT-PATIENID.          00368042
           MOVE WS-AUT-TAB-PAYERCD (AUT-IDX)  TO AUT-PAYERCD.           00368043
           MOVE WS-AUT-TAB-TRTNAME (AUT-IDX)  TO AUT-TRTNAME.           00368044
           MOVE WS-AUT-TAB-AUTHNO (AUT-IDX)   TO AUT-AUTHNO.            00368045
           MOVE WS-AUT-TAB-FROMDATE (AUT-IDX) TO AUT-FROMDATE.          00368046
           MOVE WS-AUT-TAB-TODATE (AUT-IDX)   TO AUT-TODATE.            00368047
           MOVE WS-AUT-TAB-ALLOWED (AUT-IDX)  TO AUT-VISITS-ALLOWED.    00368048
           MOVE WS-AUT-TAB-USED (AUT-IDX)     TO AUT-VISITS-USED.       00368049
           MOVE WS-AUT-TAB-STATUS (AUT-IDX)   TO AUT-STATUS.            00368050
           WRITE AUTH-OUT-REC FROM AUT-REC.                             00368051
      *-----------------------*                                         00368052
       6500-REWRITE-AUTHS-END.                                          00368053
      *-----------------------*                                         00368054
           EXIT.                                                        00368055
                                                                        00368056
      *-----------------------*                                         00368057
       0400-PROVE-SNAPSHOT.                                             00368058
      *-----------------------*                                         00368059
      *    the image is only trusted when its records add up to         00368060
      *    the trailer PBSNAP wrote from the database; a short or       00368061
      *    damaged image stops the run before anything is written       00368062
           OPEN INPUT BIL-SNAP.                                         00368063
           IF WS-SNP-FS NOT = '00'                                      00368064
              DISPLAY '*** BILSNAP NOT AVAILABLE: ' WS-SNP-FS           00368065
                 ' - RUN REFUSED ***'                                   00368066
              MOVE 16 TO RETURN-CODE                                    00368067
              GOBACK                                                    00368068
           END-IF.                                                      00368069
           MOVE ZEROES TO WS-SNP-PROOF.                                 00368070
           MOVE SPACE TO WS-SNP-LAST-PATIENID.                          00368071
           MOVE 'N' TO WS-SNP-TRAILER-SEEN.                             00368072
           MOVE 'Y' TO WS-SNP-BALANCE-OK.                               00368073
           PERFORM 0410-TALLY-SNAPSHOT                                  00368074
              THRU 0410-TALLY-SNAPSHOT-END                              00368075
              UNTIL WS-SNP-EOF.                                         00368076
           CLOSE BIL-SNAP.                                              00368077
           MOVE 'FALSE' TO WS-SNP-END-OF-FILE.                          00368078
                                                                        00368079
           IF NOT WS-SNP-TRAILER-FOUND                                  00368080
              DISPLAY '*** BILSNAP HAS NO TRAILER - SNAPSHOT'           00368081
                 ' INCOMPLETE - RUN REFUSED ***'                        00368082
              MOVE 16 TO RETURN-CODE                                    00368083
              GOBACK                                                    00368084
           END-IF.                                                      00368085
           IF NOT WS-SNP-BALANCED                                       00368086
              DISPLAY '*** BILSNAP OUT OF BALANCE WITH ITS TRAILER'     00368087
                 ' - RUN REFUSED ***'                                   00368088
              MOVE 16 TO RETURN-CODE                                    00368089
              GOBACK                                                    00368090
           END-IF.                                                      00368091
           DISPLAY 'BILLING SNAPSHOT OF ' WS-SNP-EXTRACT-DATE           00368092
              ' ' WS-SNP-EXTRACT-TIME ' PROVED - INVOICES: '            00368093
              WS-SNP-INV-CNT.                                           00368094
      *-----------------------*                                         00368095
       0400-PROVE-SNAPSHOT-END.                                         00368096
      *-----------------------*                                         00368097
           EXIT.                                                        00368098
                                                                        00368099
      *-----------------------*                                         00368100
       0410-TALLY-SNAPSHOT.                                             00368101
      *-----------------------*                                         00368102
           READ BIL-SNAP                                                00368103
           END-READ.                                                    00368104
                                                                        00368105
           EVALUATE TRUE                                                00368106
             WHEN WS-SNP-FS = '00'                                      00368107
      *        nothing may follow the trailer, and every C, V and       00368108
      *        I record belongs to the patient record ahead of it       00368109
               IF WS-SNP-TRAILER-FOUND                                  00368110
                  DISPLAY 'BILSNAP RECORD AFTER TRAILER: '              00368111
                     SNP-PATIENID                                       00368112
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00368113
               END-IF                                                   00368114
               IF NOT SNP-PATIENT-REC                                   00368115
                  AND NOT SNP-TRAILER-REC                               00368116
                  AND SNP-PATIENID NOT = WS-SNP-LAST-PATIENID           00368117
                  DISPLAY 'BILSNAP RECORD OUT OF SEQUENCE: '            00368118
                     SNP-REC-TYPE ' ' SNP-PATIENID                      00368119
                  MOVE 'N' TO WS-SNP-BALANCE-OK                         00368120
               END-IF                                                   00368121
               EVALUATE TRUE                                            00368122
                 WHEN SNP-PATIENT-REC                                   00368123
                   ADD 1 TO WS-SNP-PAT-CNT                              00368124
                   MOVE SNP-PATIENID TO WS-SNP-LAST-PATIENID            00368125
                 WHEN SNP-COVERAGE-REC                                  00368126
                   ADD 1 TO WS-SNP-COV-CNT                              00368127
                 WHEN SNP-TREATMNT-REC                                  00368128
                   ADD 1 TO WS-SNP-TRT-CNT                              00368129
                 WHEN SNP-INVOICE-REC                                   00368130
                   ADD 1 TO WS-SNP-INV-CNT                              00368131
                   ADD SNP-I-PAY-COUNT TO WS-SNP-PAY-CNT                00368132
                   ADD SNP-I-AMOUNT    TO WS-SNP-AMOUNT                 00368133
                   ADD SNP-I-PAID      TO WS-SNP-PAID                   00368134
                   ADD SNP-I-OPEN-BAL  TO WS-SNP-OPEN-BAL               00368135
                 WHEN SNP-TRAILER-REC                                   00368136
                   PERFORM 0420-CHECK-TRAILER                           00368137
                      THRU 0420-CHECK-TRAILER-END                       00368138
                 WHEN OTHER                                             00368139
                   DISPLAY 'BILSNAP RECORD TYPE UNKNOWN: '              00368140
                      SNP-REC-TYPE ' ' SNP-PATIENID                     00368141
                   MOVE 'N' TO WS-SNP-BALANCE-OK                        00368142
               END-EVALUATE                                             00368143
             WHEN WS-SNP-FS = '10'                                      00368144
               SET WS-SNP-EOF TO TRUE                                   00368145
             WHEN OTHER                                                 00368146
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00368147
               SET WS-SNP-EOF TO TRUE                                   00368148
               MOVE 'N' TO WS-SNP-BALANCE-OK                            00368149
           END-EVALUATE.                                                00368150
      *-----------------------*                                         00368151
       0410-TALLY-SNAPSHOT-END.                                         00368152
      *-----------------------*                                         00368153
           EXIT.                                                        00368154
                                                                        00368155
      *-----------------------*                                         00368156
       0420-CHECK-TRAILER.                                              00368157
      *-----------------------*                                         00368158
           MOVE 'Y' TO WS-SNP-TRAILER-SEEN.                             00368159
           MOVE SNP-T-EXTRACT-DATE TO WS-SNP-EXTRACT-DATE.              00368160
           MOVE SNP-T-EXTRACT-TIME TO WS-SNP-EXTRACT-TIME.              00368161
           IF WS-SNP-PAT-CNT NOT = SNP-T-PAT-CNT                        00368162
              OR WS-SNP-COV-CNT NOT = SNP-T-COV-CNT                     00368163
              OR WS-SNP-TRT-CNT NOT = SNP-T-TRT-CNT                     00368164
              OR WS-SNP-INV-CNT NOT = SNP-T-INV-CNT                     00368165
              OR WS-SNP-PAY-CNT NOT = SNP-T-PAY-CNT                     00368166
              DISPLAY 'BILSNAP COUNTS READ   : ' WS-SNP-PAT-CNT         00368167
                 ' ' WS-SNP-COV-CNT ' ' WS-SNP-TRT-CNT                  00368168
                 ' ' WS-SNP-INV-CNT ' ' WS-SNP-PAY-CNT                  00368169
              DISPLAY 'BILSNAP TRAILER COUNTS: ' SNP-T-PAT-CNT          00368170
                 ' ' SNP-T-COV-CNT ' ' SNP-T-TRT-CNT                    00368171
                 ' ' SNP-T-INV-CNT ' ' SNP-T-PAY-CNT                    00368172
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00368173
           END-IF.                                                      00368174
           IF WS-SNP-AMOUNT NOT = SNP-T-AMOUNT                          00368175
              OR WS-SNP-PAID NOT = SNP-T-PAID                           00368176
              OR WS-SNP-OPEN-BAL NOT = SNP-T-OPEN-BAL                   00368177
              DISPLAY 'BILSNAP TOTALS READ   : ' WS-SNP-AMOUNT          00368178
                 ' ' WS-SNP-PAID ' ' WS-SNP-OPEN-BAL                    00368179
              DISPLAY 'BILSNAP TRAILER TOTALS: ' SNP-T-AMOUNT           00368180
                 ' ' SNP-T-PAID ' ' SNP-T-OPEN-BAL                      00368181
              MOVE 'N' TO WS-SNP-BALANCE-OK                             00368182
           END-IF.                                                      00368183
      *-----------------------*                                         00368184
       0420-CHECK-TRAILER-END.                                          00368185
      *-----------------------*                                         00368186
           EXIT.                                                        00368187
                                                                        00368188
      *-----------------------*                                         00368189
       0450-READ-SNAPSHOT.                                              00368190
      *-----------------------*                                         00368191
      *    the trailer ends the pass like end of file                   00368192
           READ BIL-SNAP                                                00368193
           END-READ.                                                    00368194
                                                                        00368195
           EVALUATE TRUE                                                00368196
             WHEN WS-SNP-FS = '00'                                      00368197
               IF SNP-TRAILER-REC                                       00368198
                  SET WS-SNP-EOF TO TRUE                                00368199
               END-IF                                                   00368200
             WHEN WS-SNP-FS = '10'                                      00368201
               SET WS-SNP-EOF TO TRUE                                   00368202
             WHEN OTHER                                                 00368203
      D        DISPLAY "ERROR READ FILE BILSNAP !!!: " WS-SNP-FS        00368204
               MOVE 16 TO RETURN-CODE                                   00368205
               PERFORM 9999-ABEND                                       00368206
                  THRU 9999-ABEND-END                                   00368207
           END-EVALUATE.                                                00368208
      *-----------------------*                                         00368209
       0450-READ-SNAPSHOT-END.                                          00368210
      *-----------------------*                                         00368211
           EXIT.                                                        00368212
                                                                        00368213
      *-------------------*                                             00036700
       9999-ABEND.                                                      00036800
      *-------------------*                                             00036900
