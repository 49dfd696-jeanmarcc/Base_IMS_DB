      *      immediatement et retourne les images avant/apres.          00001600
      *      L'acces a la transaction est reserve aux commis            00001700
      *      autorises par la securite IMS (definition de la            00001800
      *      transaction); de plus un patient inscrit au fichier        00001818
      *      RSTPAT n'est ouvert qu'aux terminaux et groupes            00001836
      *      autorises, ou par bris de glace avec code de raison        00001854
      *      (journalise dans INQLOG comme pour PPATINQ).               00001872
      *      Une correction du montant d'une facture plus grande        00001890
      *      que la limite de correction du commis (OPRFILE)            00001909
      *      n'est pas appliquee: un troisieme ecran demande            00001927
      *      l'identifiant et le mot de passe d'un superviseur, et      00001945
      *      chaque depassement, autorise ou refuse, est ecrit dans     00001963
      *      OVRLOG.                                                    00001981
      *                                                                 00002000
      * Ecran 1: ACTION(1: T=TREATMNT B=BILLING) b PATIENID(3) b        00002100
      *      cle (TRTNAME 20 + TRDATE 8, ou INVOICENO 8) b              00002166
      *      code de raison du bris de glace (2, au besoin)             00002233
      * Ecran 2: valeurs corrigees (TRTNAME 20 + DOCTOR 20 +            00002300
      *      TRDATE 8, ou AMOUNT 9 + BILLDATE 8)                        00002400
      * Ecran 3 (depassement): superviseur (8) b mot de passe (8);      00002433
      *      superviseur a blanc = correction abandonnee                00002466
      *----------------------------------------------------------*      00002500
      *--------------------*                                            00002600
       ENVIRONMENT DIVISION.                                            00002700
       OBJECT-COMPUTER.                                                 00003000
       SOURCE-COMPUTER.                                                 00003100
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003200
       INPUT-OUTPUT SECTION.                                            00003206
       FILE-CONTROL.                                                    00003213
           SELECT INQLOG ASSIGN TO INQLOG                               00003220
           ORGANIZATION IS SEQUENTIAL                                   00003226
           FILE STATUS IS WS-LOG-FS.                                    00003233
           SELECT RSTPAT ASSIGN TO RSTPAT                               00003240
           ORGANIZATION IS SEQUENTIAL                                   00003246
           FILE STATUS IS WS-RST-FS.                                    00003253
           SELECT OPRFILE ASSIGN TO OPRFILE                             00003260
           ORGANIZATION IS SEQUENTIAL                                   00003266
           FILE STATUS IS WS-OPR-FS.                                    00003273
           SELECT OVRLOG ASSIGN TO OVRLOG                               00003280
           ORGANIZATION IS SEQUENTIAL                                   00003286
           FILE STATUS IS WS-OVR-FS.                                    00003293
      *----------------*                                                00003300
       DATA DIVISION.                                                   00003400
      *----------------*                                                00003500
       FILE SECTION.                                                    00003501
                                                                        00003502
      *    journal des consultations (voir PPATINQ): seuls les          00003504
      *    refus et les bris de glace y sont inscrits d'ici             00003505
       FD  INQLOG RECORDING MODE F.                                     00003507
       01  LOG-REC.                                                     00003508
           05 LOG-LTERM         PIC X(08).                              00003509
           05 FILLER            PIC X(01).                              00003511
           05 LOG-PATIENID      PIC X(05).                              00003512
           05 FILLER            PIC X(01).                              00003514
           05 LOG-DATE          PIC 9(08).                              00003515
           05 FILLER            PIC X(01).                              00003516
           05 LOG-TIME          PIC 9(08).                              00003518
           05 FILLER            PIC X(01).                              00003519
           05 LOG-RESULT        PIC X(01).                              00003521
           05 FILLER            PIC X(01).                              00003522
           05 LOG-REASON        PIC X(02).                              00003523
           05 FILLER            PIC X(01).                              00003525
           05 LOG-TRANCODE      PIC X(08).                              00003526
           05 FILLER            PIC X(01).                              00003528
           05 LOG-USERID        PIC X(08).                              00003529
           05 FILLER            PIC X(25).                              00003530
                                                                        00003532
      *    patients a acces restreint: une ligne par terminal           00003533
      *    (L) ou groupe d'operateurs (G) autorise; N = aucun acces     00003535
      *    permanent, seulement par bris de glace                       00003536
       FD  RSTPAT RECORDING MODE F.                                     00003538
       01  RST-REC.                                                     00003539
           05 RST-PATIENID      PIC X(05).                              00003540
           05 FILLER            PIC X(01).                              00003542
           05 RST-ACC-TYPE      PIC X(01).                              00003543
           05 FILLER            PIC X(01).                              00003545
           05 RST-ACC-ID        PIC X(08).                              00003546
           05 FILLER            PIC X(64).                              00003547
                                                                        00003549
      *    operateurs du comptoir: groupe, limites d'imputation         00003550
      *    et de correction, indicateur superviseur et mot de passe     00003552
       FD  OPRFILE RECORDING MODE F.                                    00003553
       01  OPR-REC.                                                     00003554
           05 OPR-USERID        PIC X(08).                              00003556
           05 FILLER            PIC X(01).                              00003557
           05 OPR-GROUP         PIC X(08).                              00003559
           05 FILLER            PIC X(01).                              00003560
           05 OPR-PAY-LIMIT     PIC 9(07)V99.                           00003561
           05 FILLER            PIC X(01).                              00003563
           05 OPR-COR-LIMIT     PIC 9(07)V99.                           00003564
           05 FILLER            PIC X(01).                              00003566
           05 OPR-SUPV-FLAG     PIC X(01).                              00003567
           05 FILLER            PIC X(01).                              00003569
           05 OPR-PASSWORD      PIC X(08).                              00003570
           05 FILLER            PIC X(32).                              00003571
                                                                        00003573
      *    journal des depassements de limite: type P=paiement,         00003574
      *    C=correction de facture; resultat A=applique sur             00003576
      *    autorisation du superviseur, D=superviseur refuse            00003577
       FD  OVRLOG RECORDING MODE F.                                     00003578
       01  OVR-REC.                                                     00003580
           05 OVR-DATE          PIC 9(08).                              00003581
           05 OVR-TIME          PIC 9(08).                              00003583
           05 OVR-TYPE          PIC X(01).                              00003584
           05 OVR-RESULT        PIC X(01).                              00003585
           05 OVR-USERID        PIC X(08).                              00003587
           05 OVR-SUPV-ID       PIC X(08).                              00003588
           05 OVR-INVOICENO     PIC X(08).                              00003590
           05 OVR-PATIENID      PIC X(05).                              00003591
           05 OVR-LIMIT         PIC 9(07)V99.                           00003592
           05 OVR-BEFORE        PIC S9(07)V99.                          00003594
           05 OVR-AFTER         PIC S9(07)V99.                          00003595
           05 FILLER            PIC X(06).                              00003597
                                                                        00003598
      *-----------------------*                                         00003600
       WORKING-STORAGE SECTION.                                         00003700
      *-----------------------*                                         00003800
           05 SPA-TRANCODE         PIC X(08).                           00004200
           05 SPA-STEP             PIC X(01).                           00004300
              88 SPA-AWAITING-VALUES   VALUE '1'.                       00004400
              88 SPA-AWAITING-SUPERVISOR VALUE '2'.                     00004450
           05 SPA-SEGTYPE          PIC X(01).                           00004500
           05 SPA-PATIENID         PIC X(05).                           00004600
           05 SPA-KEY              PIC X(28).                           00004700
           05 SPA-KEY-BIL REDEFINES SPA-KEY.                            00005100
              10 SPA-INVOICENO     PIC X(08).                           00005200
              10 FILLER            PIC X(20).                           00005300
      *    correction de montant en attente du superviseur              00005333
           05 SPA-OLD-AMOUNT       PIC S9(7)V99.                        00005366
           05 SPA-NEW-AMOUNT       PIC S9(7)V99.                        00005400
           05 SPA-NEW-BILLDATE     PIC X(08).                           00005433
           05 FILLER               PIC X(11).                           00005466
                                                                        00005500
       01 WS-INPUT-MSG.                                                 00005600
           05 WS-IN-ACTION         PIC X(01).                           00005700
           05 WS-IN-KEY-BIL REDEFINES WS-IN-KEY.                        00006600
              10 WS-IN-INVOICENO   PIC X(08).                           00006700
              10 FILLER            PIC X(66).                           00006800
           05 WS-IN-KEY-BTG REDEFINES WS-IN-KEY.                        00006820
              10 FILLER            PIC X(29).                           00006840
              10 WS-IN-BTG-REASON  PIC X(02).                           00006860
              10 FILLER            PIC X(43).                           00006880
                                                                        00006900
      * deuxieme ecran: les valeurs corrigees seulement                 00007000
       01 WS-VALUES-MSG REDEFINES WS-INPUT-MSG.                         00007100
           05 WS-NEW-AMOUNT        PIC S9(7)V99.                        00007800
           05 WS-NEW-BILLDATE      PIC X(08).                           00007900
           05 FILLER               PIC X(65).                           00008000
                                                                        00008012
      * troisieme ecran: l'autorisation du superviseur                  00008025
       01 WS-SUPV-MSG REDEFINES WS-INPUT-MSG.                           00008037
           05 WS-IN-SUPV-ID        PIC X(08).                           00008050
           05 FILLER               PIC X(01).                           00008062
           05 WS-IN-SUPV-PASSWORD  PIC X(08).                           00008075
           05 FILLER               PIC X(63).                           00008087
                                                                        00008100
       01 WS-OUTPUT-MSG            PIC X(80).                           00008200
                                                                        00008210
                                                                        00008300
       01 WS-BEFORE-IMAGE          PIC X(60).                           00008400
                                                                        00008500
       01 WS-LOG-FS                PIC X(02).                           00008501
       01 WS-LOG-DATE              PIC 9(08).                           00008503
       01 WS-LOG-TIME              PIC 9(08).                           00008505
       01 WS-RST-FS                PIC X(02).                           00008507
       01 WS-OPR-FS                PIC X(02).                           00008509
       01 WS-RST-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00008511
          88 WS-RST-EOF            VALUE 'TRUE'.                        00008513
       01 WS-OPR-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00008515
          88 WS-OPR-EOF            VALUE 'TRUE'.                        00008517
                                                                        00008519
      *    controle d'acces aux patients restreints (RSTPAT)            00008521
       01 WS-RST-PATIENID          PIC X(05).                           00008523
       01 WS-RST-PATIENT-SW        PIC X(01) VALUE 'N'.                 00008525
          88 WS-RST-RESTRICTED     VALUE 'Y'.                           00008526
       01 WS-RST-ACCESS-SW         PIC X(01) VALUE 'N'.                 00008528
          88 WS-RST-ALLOWED        VALUE 'Y'.                           00008530
       01 WS-OPR-LOOKUP-SW         PIC X(01) VALUE 'N'.                 00008532
          88 WS-OPR-RESOLVED       VALUE 'Y'.                           00008534
       01 WS-OPR-GROUP             PIC X(08).                           00008536
      *    raison du bris de glace: EM urgence, CC continuite des       00008538
      *    soins, PR demande du patient, BL facturation, LG legal       00008540
       01 WS-BTG-REASON            PIC X(02).                           00008542
          88 WS-BTG-VALID          VALUE 'EM' 'CC' 'PR' 'BL' 'LG'.      00008544
       01 WS-ACCESS-RESULT         PIC X(01) VALUE 'Y'.                 00008546
          88 WS-ACCESS-OVERRIDE    VALUE 'B'.                           00008548
          88 WS-ACCESS-REFUSED     VALUE 'R'.                           00008550
      *    l'operateur a retrouver dans OPRFILE (commis ou              00008551
      *    superviseur) et son autorite                                 00008553
       01 WS-OPR-SEARCH-ID         PIC X(08).                           00008555
       01 WS-OPR-FOUND-SW          PIC X(01) VALUE 'N'.                 00008557
          88 WS-OPR-HIT            VALUE 'Y'.                           00008559
       01 WS-OPR-ENTRY.                                                 00008561
          05 WS-OPR-PAY-LIMIT      PIC 9(07)V99.                        00008563
          05 WS-OPR-COR-LIMIT      PIC 9(07)V99.                        00008565
          05 WS-OPR-SUPV-FLAG      PIC X(01).                           00008567
             88 WS-OPR-IS-SUPERVISOR VALUE 'Y'.                         00008569
          05 WS-OPR-PASSWORD       PIC X(08).                           00008571
       01 WS-CLERK-LIMIT           PIC 9(07)V99 VALUE 0.                00008573
       01 WS-LIMIT-EDIT            PIC ZZZZZZ9.99.                      00008575
       01 WS-SAVE-SUPV-ID          PIC X(08).                           00008576
       01 WS-SAVE-SUPV-PASSWORD    PIC X(08).                           00008578
       01 WS-SUPV-SW               PIC X(01) VALUE 'N'.                 00008580
          88 WS-SUPV-APPROVED      VALUE 'Y'.                           00008582
       01 WS-OVR-FS                PIC X(02).                           00008584
       01 WS-OVR-RESULT            PIC X(01).                           00008586
       01 WS-OVR-BEFORE            PIC S9(07)V99 VALUE 0.               00008588
       01 WS-OVR-AFTER             PIC S9(07)V99 VALUE 0.               00008590
       01 WS-LIMIT-SW              PIC X(01) VALUE 'N'.                 00008592
          88 WS-OVER-LIMIT         VALUE 'Y'.                           00008594
       01 WS-COR-CHANGE            PIC S9(8)V99 VALUE 0.                00008596
       01 WS-CHANGE-EDIT           PIC ZZZZZZZ9.99.                     00008598
       01 QUAL-SSA-PATIENT.                                             00008600
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00008700
           05  FILLER      PIC X(01) VALUE '('.                         00008800
              GOBACK                                                    00020300
           END-IF.                                                      00020400
                                                                        00020500
           MOVE ZERO  TO WS-MSG-COUNT.                                  00020553
           MOVE SPACE TO WS-SAVE-SUPV-ID.                               00020606
                                                                        00020660
           EVALUATE TRUE                                                00020713
             WHEN SPA-AWAITING-VALUES                                   00020766
               PERFORM 5000-APPLY-CORRECTION                            00020820
                  THRU 5000-APPLY-CORRECTION-END                        00020873
             WHEN SPA-AWAITING-SUPERVISOR                               00020926
               PERFORM 5500-SUPERVISOR-APPROVAL                         00020980
                  THRU 5500-SUPERVISOR-APPROVAL-END                     00021033
             WHEN OTHER                                                 00021086
               PERFORM 4000-DISPLAY-SEGMENT                             00021140
                  THRU 4000-DISPLAY-SEGMENT-END                         00021193
           END-EVALUATE.                                                00021246
                                                                        00021300
      *    la SPA repart toujours en tete de reponse, puis les          00021345
      *    messages retenus pendant le traitement                       00021390
      *    ecran 1: retrouver le segment demande, retourner ses         00022600
      *    valeurs courantes et armer la SPA pour l'ecran 2             00022700
           MOVE WS-IN-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.        00022800
                                                                        00022802
      *    a restricted patient is refused before anything is read;     00022805
      *    an override is logged once, here, where the data shows       00022807
           MOVE WS-IN-PATIENID   TO WS-RST-PATIENID.                    00022810
           MOVE WS-IN-BTG-REASON TO WS-BTG-REASON.                      00022812
           PERFORM 7000-CHECK-RESTRICTED                                00022815
              THRU 7000-CHECK-RESTRICTED-END.                           00022817
      *    the refused clerk gets the reply a patient not on file       00022820
      *    would give; the refusal shows only in INQLOG                 00022823
           IF WS-ACCESS-REFUSED                                         00022825
              MOVE SPACE TO WS-OUTPUT-MSG                               00022828
              EVALUATE WS-IN-ACTION                                     00022830
                WHEN 'T'                                                00022833
                  STRING 'TREATMNT NOT FOUND: ' WS-IN-TRTNAME           00022835
                     DELIMITED BY SIZE INTO WS-OUTPUT-MSG               00022838
                WHEN 'B'                                                00022841
                  STRING 'BILLING NOT FOUND: ' WS-IN-INVOICENO          00022843
                     DELIMITED BY SIZE INTO WS-OUTPUT-MSG               00022846
                WHEN OTHER                                              00022848
                  STRING 'INVALID ACTION - USE T OR B'                  00022851
                     DELIMITED BY SIZE INTO WS-OUTPUT-MSG               00022853
              END-EVALUATE                                              00022856
              PERFORM 8000-SEND-MSG                                     00022858
                 THRU 8000-SEND-MSG-END                                 00022861
              PERFORM 6000-LOG-ACCESS                                   00022864
                 THRU 6000-LOG-ACCESS-END                               00022866
              GO TO 4000-DISPLAY-SEGMENT-END                            00022869
           END-IF.                                                      00022871
           IF WS-ACCESS-OVERRIDE                                        00022874
              MOVE SPACE TO WS-OUTPUT-MSG                               00022876
              STRING 'RESTRICTED RECORD - ACCESS LOGGED, REASON '       00022879
                 WS-BTG-REASON                                          00022882
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00022884
              PERFORM 8000-SEND-MSG                                     00022887
                 THRU 8000-SEND-MSG-END                                 00022889
              PERFORM 6000-LOG-ACCESS                                   00022892
                 THRU 6000-LOG-ACCESS-END                               00022894
           END-IF.                                                      00022897
                                                                        00022900
           EVALUATE WS-IN-ACTION                                        00023000
             WHEN 'T'                                                   00023100
                  THRU 8000-SEND-MSG-END                                00034000
           END-EVALUATE.                                                00034100
                                                                        00034200
      *    la conversation est terminee, sauf si la correction          00034257
      *    attend maintenant un superviseur                             00034314
           IF NOT SPA-AWAITING-SUPERVISOR                               00034371
              MOVE SPACE TO SPA-STEP                                    00034428
              MOVE SPACE TO SPA-SEGTYPE                                 00034485
           END-IF.                                                      00034542
      *-------------------------*                                       00034600
       5000-APPLY-CORRECTION-END.                                       00034700
      *-------------------------*                                       00034800
                                QUAL-SSA-BILLING.                       00039800
                                                                        00039900
           IF STATUS-CODE = '  '                                        00040000
      *       a change larger than the clerk's correction limit         00040007
      *       waits for a supervisor - nothing is replaced yet          00040014
              PERFORM 7400-GET-COR-LIMIT                                00040021
                 THRU 7400-GET-COR-LIMIT-END                            00040028
              COMPUTE WS-COR-CHANGE = WS-NEW-AMOUNT - WS-AMOUNT         00040035
              IF WS-COR-CHANGE < ZERO                                   00040042
                 COMPUTE WS-COR-CHANGE = ZERO - WS-COR-CHANGE           00040050
              END-IF                                                    00040057
              IF WS-COR-CHANGE > WS-CLERK-LIMIT                         00040064
                 PERFORM 7500-ASK-SUPERVISOR                            00040071
                    THRU 7500-ASK-SUPERVISOR-END                        00040078
                 GO TO 5200-REPLACE-BILLING-END                         00040085
              END-IF                                                    00040092
              MOVE SEG-IO-AREA      TO WS-BEFORE-IMAGE                  00040100
              MOVE WS-NEW-AMOUNT    TO WS-AMOUNT                        00040200
              MOVE WS-NEW-BILLDATE  TO WS-BILLDATE                      00040300
           END-IF.                                                      00041700
      *-------------------------*                                       00041800
       5200-REPLACE-BILLING-END.                                        00041900
      *-------------------------*                                       00041901
           EXIT.                                                        00041902
                                                                        00041903
      *-------------------------*                                       00041904
       5500-SUPERVISOR-APPROVAL.                                        00041905
      *-------------------------*                                       00041906
      *    ecran 3: le superviseur s'identifie; la correction           00041907
      *    memorisee dans la SPA est appliquee, et la conversation      00041908
      *    se termine dans tous les cas                                 00041909
           MOVE WS-IN-SUPV-ID       TO WS-SAVE-SUPV-ID.                 00041910
           MOVE WS-IN-SUPV-PASSWORD TO WS-SAVE-SUPV-PASSWORD.           00041911
           MOVE SPACE TO SPA-STEP.                                      00041912
           MOVE SPACE TO SPA-SEGTYPE.                                   00041913
                                                                        00041915
           IF WS-SAVE-SUPV-ID = SPACE                                   00041916
              MOVE SPACE TO WS-OUTPUT-MSG                               00041917
              STRING 'CORRECTION CANCELLED - NOT CORRECTED: '           00041918
                 SPA-INVOICENO                                          00041919
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00041920
              PERFORM 8000-SEND-MSG                                     00041921
                 THRU 8000-SEND-MSG-END                                 00041922
              GO TO 5500-SUPERVISOR-APPROVAL-END                        00041923
           END-IF.                                                      00041924
                                                                        00041925
      *    the clerk's limit goes on the override log                   00041926
           PERFORM 7400-GET-COR-LIMIT                                   00041927
              THRU 7400-GET-COR-LIMIT-END.                              00041929
           MOVE SPA-OLD-AMOUNT TO WS-OVR-BEFORE.                        00041930
           MOVE SPA-NEW-AMOUNT TO WS-OVR-AFTER.                         00041931
                                                                        00041932
           PERFORM 7300-VERIFY-SUPERVISOR                               00041933
              THRU 7300-VERIFY-SUPERVISOR-END.                          00041934
           IF NOT WS-SUPV-APPROVED                                      00041935
      *       the refusal does not say which part was wrong             00041936
              MOVE 'D' TO WS-OVR-RESULT                                 00041937
              PERFORM 7700-LOG-OVERRIDE                                 00041938
                 THRU 7700-LOG-OVERRIDE-END                             00041939
              MOVE SPACE TO WS-OUTPUT-MSG                               00041940
              STRING 'SUPERVISOR NOT AUTHORIZED - NOT CORRECTED: '      00041941
                 SPA-INVOICENO                                          00041943
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00041944
              PERFORM 8000-SEND-MSG                                     00041945
                 THRU 8000-SEND-MSG-END                                 00041946
              GO TO 5500-SUPERVISOR-APPROVAL-END                        00041947
           END-IF.                                                      00041948
                                                                        00041949
           MOVE SPA-PATIENID  TO FIELD-VAL OF QUAL-SSA-PATIENT.         00041950
           MOVE SPA-INVOICENO TO FIELD-VAL OF QUAL-SSA-BILLING.         00041951
           INITIALIZE SEG-IO-AREA.                                      00041952
                                                                        00041953
           CALL 'CBLTDLI' USING DLI-GHU,                                00041954
                                PCB-MASK-GI,                            00041955
                                SEG-IO-AREA,                            00041956
                                QUAL-SSA-PATIENT,                       00041958
                                QUAL-SSA-BILLING.                       00041959
                                                                        00041960
           IF STATUS-CODE NOT = '  '                                    00041961
              MOVE SPACE TO WS-OUTPUT-MSG                               00041962
              STRING 'BILLING GONE - NOT CORRECTED'                     00041963
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00041964
              PERFORM 8000-SEND-MSG                                     00041965
                 THRU 8000-SEND-MSG-END                                 00041966
              GO TO 5500-SUPERVISOR-APPROVAL-END                        00041967
           END-IF.                                                      00041968
      *    the supervisor approved the amount that was shown - if       00041969
      *    someone changed the invoice meanwhile, start over            00041970
           IF WS-AMOUNT NOT = SPA-OLD-AMOUNT                            00041972
              MOVE SPACE TO WS-OUTPUT-MSG                               00041973
              STRING 'BILLING CHANGED SINCE - START OVER'               00041974
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00041975
              PERFORM 8000-SEND-MSG                                     00041976
                 THRU 8000-SEND-MSG-END                                 00041977
              GO TO 5500-SUPERVISOR-APPROVAL-END                        00041978
           END-IF.                                                      00041979
                                                                        00041980
           MOVE SEG-IO-AREA      TO WS-BEFORE-IMAGE.                    00041981
           MOVE SPA-NEW-AMOUNT   TO WS-AMOUNT.                          00041982
           MOVE SPA-NEW-BILLDATE TO WS-BILLDATE.                        00041983
                                                                        00041984
           CALL 'CBLTDLI' USING DLI-REPL,                               00041986
                                PCB-MASK-GI,                            00041987
                                SEG-IO-AREA.                            00041988
                                                                        00041989
           IF STATUS-CODE = '  '                                        00041990
              MOVE 'A' TO WS-OVR-RESULT                                 00041991
              PERFORM 7700-LOG-OVERRIDE                                 00041992
                 THRU 7700-LOG-OVERRIDE-END                             00041993
           END-IF.                                                      00041994
           PERFORM 5300-ECHO-RESULT                                     00041995
              THRU 5300-ECHO-RESULT-END.                                00041996
      *-------------------------*                                       00041997
       5500-SUPERVISOR-APPROVAL-END.                                    00041998
      *-------------------------*                                       00042000
           EXIT.                                                        00042100
                                                                        00042200
       8100-FLUSH-MSGS-END.                                             00045760
      *-------------------------*                                       00045800
           EXIT.                                                        00045840
                                                                        00045900
      *-------------------------*                                       00046000
       6000-LOG-ACCESS.                                                 00046100
      *-------------------------*                                       00046200
      *    the log only ever grows - extend it, or create it on         00046300
      *    the very first entry                                         00046400
           OPEN EXTEND INQLOG.                                          00046500
           IF WS-LOG-FS NOT = '00'                                      00046600
              OPEN OUTPUT INQLOG                                        00046700
           END-IF.                                                      00046800
           IF WS-LOG-FS = '00'                                          00046900
              MOVE SPACE           TO LOG-REC                           00047000
              MOVE LTERM-NAME      TO LOG-LTERM                         00047100
              MOVE WS-RST-PATIENID TO LOG-PATIENID                      00047200
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD                     00047300
              ACCEPT WS-LOG-TIME FROM TIME                              00047400
              MOVE WS-LOG-DATE     TO LOG-DATE                          00047500
              MOVE WS-LOG-TIME     TO LOG-TIME                          00047600
              MOVE WS-ACCESS-RESULT TO LOG-RESULT                       00047700
              MOVE WS-BTG-REASON   TO LOG-REASON                        00047800
              MOVE 'PPATCOR'       TO LOG-TRANCODE                      00047900
              MOVE USERID          TO LOG-USERID                        00048000
              WRITE LOG-REC                                             00048100
              CLOSE INQLOG                                              00048200
           ELSE                                                         00048300
      D       DISPLAY 'INQLOG NOT AVAILABLE: ' WS-LOG-FS                00048400
           END-IF.                                                      00048500
      *-------------------------*                                       00048600
       6000-LOG-ACCESS-END.                                             00048700
      *-------------------------*                                       00048800
           EXIT.                                                        00048900
                                                                        00049000
      *-------------------------*                                       00049100
       7000-CHECK-RESTRICTED.                                           00049200
      *-------------------------*                                       00049300
      *    a patient listed on RSTPAT is shown only to the LTERMs       00049400
      *    and operator groups listed for the patient; anyone else gets 00049500
      *    in only with a break-the-glass reason, which is logged       00049600
           MOVE 'N'     TO WS-RST-PATIENT-SW.                           00049700
           MOVE 'N'     TO WS-RST-ACCESS-SW.                            00049800
           MOVE 'N'     TO WS-OPR-LOOKUP-SW.                            00049900
           MOVE SPACE   TO WS-OPR-GROUP.                                00050000
           MOVE 'FALSE' TO WS-RST-END-OF-FILE.                          00050100
           MOVE 'Y'     TO WS-ACCESS-RESULT.                            00050200
                                                                        00050300
      *    no file means nothing is restricted yet; a file that         00050400
      *    will not open otherwise must not open the record up          00050500
           OPEN INPUT RSTPAT.                                           00050600
           EVALUATE TRUE                                                00050700
             WHEN WS-RST-FS = '00'                                      00050800
               PERFORM 7100-READ-RSTPAT                                 00050900
                  THRU 7100-READ-RSTPAT-END                             00051000
                  UNTIL WS-RST-EOF                                      00051100
                     OR WS-RST-ALLOWED                                  00051200
               CLOSE RSTPAT                                             00051300
             WHEN WS-RST-FS = '35'                                      00051400
               CONTINUE                                                 00051500
             WHEN OTHER                                                 00051600
      D        DISPLAY 'RSTPAT NOT AVAILABLE: ' WS-RST-FS               00051700
               MOVE 'Y' TO WS-RST-PATIENT-SW                            00051800
           END-EVALUATE.                                                00051900
                                                                        00052000
           IF WS-RST-RESTRICTED                                         00052100
              AND NOT WS-RST-ALLOWED                                    00052200
              IF WS-BTG-VALID                                           00052300
                 MOVE 'B' TO WS-ACCESS-RESULT                           00052400
                 DISPLAY 'RESTRICTED PATIENT OVERRIDE: '                00052500
                    WS-RST-PATIENID ' ' LTERM-NAME ' ' USERID           00052600
                    ' REASON ' WS-BTG-REASON                            00052700
              ELSE                                                      00052800
                 MOVE 'R' TO WS-ACCESS-RESULT                           00052900
      D          DISPLAY 'RESTRICTED PATIENT REFUSED: '                 00053000
      D             WS-RST-PATIENID ' ' LTERM-NAME ' ' USERID           00053100
              END-IF                                                    00053200
           END-IF.                                                      00053300
      *-------------------------*                                       00053400
       7000-CHECK-RESTRICTED-END.                                       00053500
      *-------------------------*                                       00053600
           EXIT.                                                        00053700
                                                                        00053800
      *-------------------------*                                       00053900
       7100-READ-RSTPAT.                                                00054000
      *-------------------------*                                       00054100
           READ RSTPAT                                                  00054200
           END-READ.                                                    00054300
                                                                        00054400
           EVALUATE TRUE                                                00054500
             WHEN WS-RST-FS = '00'                                      00054600
               IF RST-PATIENID = WS-RST-PATIENID                        00054700
                  MOVE 'Y' TO WS-RST-PATIENT-SW                         00054800
                  EVALUATE RST-ACC-TYPE                                 00054900
                    WHEN 'L'                                            00055000
                      IF RST-ACC-ID = LTERM-NAME                        00055100
                         MOVE 'Y' TO WS-RST-ACCESS-SW                   00055200
                      END-IF                                            00055300
                    WHEN 'G'                                            00055400
                      IF NOT WS-OPR-RESOLVED                            00055500
                         PERFORM 7200-GET-OPR-GROUP                     00055600
                            THRU 7200-GET-OPR-GROUP-END                 00055700
                      END-IF                                            00055800
                      IF WS-OPR-GROUP NOT = SPACE                       00055900
                         AND RST-ACC-ID = WS-OPR-GROUP                  00056000
                         MOVE 'Y' TO WS-RST-ACCESS-SW                   00056100
                      END-IF                                            00056200
                    WHEN OTHER                                          00056300
                      CONTINUE                                          00056400
                  END-EVALUATE                                          00056500
               END-IF                                                   00056600
             WHEN WS-RST-FS = '10'                                      00056700
               SET WS-RST-EOF TO TRUE                                   00056800
             WHEN OTHER                                                 00056900
      D        DISPLAY 'ERROR READ FILE RSTPAT: ' WS-RST-FS             00057000
               MOVE 'Y' TO WS-RST-PATIENT-SW                            00057100
               SET WS-RST-EOF TO TRUE                                   00057200
           END-EVALUATE.                                                00057300
      *-------------------------*                                       00057400
       7100-READ-RSTPAT-END.                                            00057500
      *-------------------------*                                       00057600
           EXIT.                                                        00057700
                                                                        00057800
      *-------------------------*                                       00057900
       7200-GET-OPR-GROUP.                                              00058000
      *-------------------------*                                       00058100
      *    the signed-on operator's group, looked up once and only      00058200
      *    when a group grant has to be tested                          00058300
           MOVE 'Y'     TO WS-OPR-LOOKUP-SW.                            00058400
           MOVE 'FALSE' TO WS-OPR-END-OF-FILE.                          00058500
                                                                        00058600
           OPEN INPUT OPRFILE.                                          00058700
           IF WS-OPR-FS NOT = '00'                                      00058800
      D       DISPLAY 'OPRFILE NOT AVAILABLE: ' WS-OPR-FS               00058900
              GO TO 7200-GET-OPR-GROUP-END                              00059000
           END-IF.                                                      00059100
                                                                        00059200
           PERFORM 7210-READ-OPRFILE                                    00059300
              THRU 7210-READ-OPRFILE-END                                00059400
              UNTIL WS-OPR-EOF.                                         00059500
                                                                        00059600
           CLOSE OPRFILE.                                               00059700
      *-------------------------*                                       00059800
       7200-GET-OPR-GROUP-END.                                          00059900
      *-------------------------*                                       00060000
           EXIT.                                                        00060100
                                                                        00060200
      *-------------------------*                                       00060300
       7210-READ-OPRFILE.                                               00060400
      *-------------------------*                                       00060500
           READ OPRFILE                                                 00060600
           END-READ.                                                    00060700
                                                                        00060800
           EVALUATE TRUE                                                00060900
             WHEN WS-OPR-FS = '00'                                      00061000
               IF OPR-USERID = USERID                                   00061100
                  MOVE OPR-GROUP TO WS-OPR-GROUP                        00061200
                  SET WS-OPR-EOF TO TRUE                                00061300
               END-IF                                                   00061400
             WHEN WS-OPR-FS = '10'                                      00061500
               SET WS-OPR-EOF TO TRUE                                   00061600
             WHEN OTHER                                                 00061700
      D        DISPLAY 'ERROR READ FILE OPRFILE: ' WS-OPR-FS            00061800
               SET WS-OPR-EOF TO TRUE                                   00061900
           END-EVALUATE.                                                00062000
      *-------------------------*                                       00062100
       7210-READ-OPRFILE-END.                                           00062200
      *-------------------------*                                       00062300
           EXIT.                                                        00062400
      *-------------------------*                                       00062500
       7300-VERIFY-SUPERVISOR.                                          00062600
      *-------------------------*                                       00062700
      *    a supervisor on OPRFILE, with the right password, and        00062800
      *    never the clerk who keyed the transaction                    00062900
           MOVE 'N' TO WS-SUPV-SW.                                      00063000
           IF WS-SAVE-SUPV-ID = USERID                                  00063100
              GO TO 7300-VERIFY-SUPERVISOR-END                          00063200
           END-IF.                                                      00063300
           MOVE WS-SAVE-SUPV-ID TO WS-OPR-SEARCH-ID.                    00063400
           PERFORM 7600-FIND-OPERATOR                                   00063500
              THRU 7600-FIND-OPERATOR-END.                              00063600
           IF WS-OPR-HIT                                                00063700
              AND WS-OPR-IS-SUPERVISOR                                  00063800
              AND WS-OPR-PASSWORD NOT = SPACE                           00063900
              AND WS-OPR-PASSWORD = WS-SAVE-SUPV-PASSWORD               00064000
              MOVE 'Y' TO WS-SUPV-SW                                    00064100
           END-IF.                                                      00064200
      *-------------------------*                                       00064300
       7300-VERIFY-SUPERVISOR-END.                                      00064400
      *-------------------------*                                       00064500
           EXIT.                                                        00064600
                                                                        00064700
      *-------------------------*                                       00064800
       7400-GET-COR-LIMIT.                                              00064900
      *-------------------------*                                       00065000
           MOVE USERID TO WS-OPR-SEARCH-ID.                             00065100
           PERFORM 7600-FIND-OPERATOR                                   00065200
              THRU 7600-FIND-OPERATOR-END.                              00065300
           MOVE WS-OPR-COR-LIMIT TO WS-CLERK-LIMIT.                     00065400
      *-------------------------*                                       00065500
       7400-GET-COR-LIMIT-END.                                          00065600
      *-------------------------*                                       00065700
           EXIT.                                                        00065800
                                                                        00065900
      *-------------------------*                                       00066000
       7500-ASK-SUPERVISOR.                                             00066100
      *-------------------------*                                       00066200
      *    the corrected values wait in the SPA for the third           00066300
      *    screen                                                       00066400
           MOVE '2'             TO SPA-STEP.                            00066500
           MOVE WS-AMOUNT       TO SPA-OLD-AMOUNT.                      00066600
           MOVE WS-NEW-AMOUNT   TO SPA-NEW-AMOUNT.                      00066700
           MOVE WS-NEW-BILLDATE TO SPA-NEW-BILLDATE.                    00066800
           MOVE WS-COR-CHANGE   TO WS-CHANGE-EDIT.                      00066900
           MOVE WS-CLERK-LIMIT  TO WS-LIMIT-EDIT.                       00067000
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00067100
           STRING 'CHANGE ' WS-CHANGE-EDIT ' OVER YOUR LIMIT '          00067200
              WS-LIMIT-EDIT                                             00067300
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00067400
           PERFORM 8000-SEND-MSG                                        00067500
              THRU 8000-SEND-MSG-END.                                   00067600
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00067700
           STRING 'KEY SUPERVISOR ID AND PASSWORD, BLANK TO CANCEL'     00067800
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00067900
           PERFORM 8000-SEND-MSG                                        00068000
              THRU 8000-SEND-MSG-END.                                   00068100
      *-------------------------*                                       00068200
       7500-ASK-SUPERVISOR-END.                                         00068300
      *-------------------------*                                       00068400
           EXIT.                                                        00068500
                                                                        00068600
      *-------------------------*                                       00068700
       7600-FIND-OPERATOR.                                              00068800
      *-------------------------*                                       00068900
      *    an operator missing from the file has no authority: a        00069000
      *    zero limit, and no supervisor rights                         00069100
           MOVE 'N'     TO WS-OPR-FOUND-SW.                             00069200
           MOVE ZERO    TO WS-OPR-PAY-LIMIT.                            00069300
           MOVE ZERO    TO WS-OPR-COR-LIMIT.                            00069400
           MOVE 'N'     TO WS-OPR-SUPV-FLAG.                            00069500
           MOVE SPACE   TO WS-OPR-PASSWORD.                             00069600
           MOVE 'FALSE' TO WS-OPR-END-OF-FILE.                          00069700
                                                                        00069800
           OPEN INPUT OPRFILE.                                          00069900
           IF WS-OPR-FS NOT = '00'                                      00070000
      D       DISPLAY 'OPRFILE NOT AVAILABLE: ' WS-OPR-FS               00070100
              GO TO 7600-FIND-OPERATOR-END                              00070200
           END-IF.                                                      00070300
                                                                        00070400
           PERFORM 7610-READ-OPERATOR                                   00070500
              THRU 7610-READ-OPERATOR-END                               00070600
              UNTIL WS-OPR-EOF.                                         00070700
                                                                        00070800
           CLOSE OPRFILE.                                               00070900
      *-------------------------*                                       00071000
       7600-FIND-OPERATOR-END.                                          00071100
      *-------------------------*                                       00071200
           EXIT.                                                        00071300
                                                                        00071400
      *-------------------------*                                       00071500
       7610-READ-OPERATOR.                                              00071600
      *-------------------------*                                       00071700
           READ OPRFILE                                                 00071800
           END-READ.                                                    00071900
                                                                        00072000
           EVALUATE TRUE                                                00072100
             WHEN WS-OPR-FS = '00'                                      00072200
               IF OPR-USERID = WS-OPR-SEARCH-ID                         00072300
                  MOVE 'Y' TO WS-OPR-FOUND-SW                           00072400
                  IF OPR-PAY-LIMIT NUMERIC                              00072500
                     MOVE OPR-PAY-LIMIT TO WS-OPR-PAY-LIMIT             00072600
                  END-IF                                                00072700
                  IF OPR-COR-LIMIT NUMERIC                              00072800
                     MOVE OPR-COR-LIMIT TO WS-OPR-COR-LIMIT             00072900
                  END-IF                                                00073000
                  MOVE OPR-SUPV-FLAG TO WS-OPR-SUPV-FLAG                00073100
                  MOVE OPR-PASSWORD  TO WS-OPR-PASSWORD                 00073200
                  SET WS-OPR-EOF TO TRUE                                00073300
               END-IF                                                   00073400
             WHEN WS-OPR-FS = '10'                                      00073500
               SET WS-OPR-EOF TO TRUE                                   00073600
             WHEN OTHER                                                 00073700
      D        DISPLAY 'ERROR READ FILE OPRFILE: ' WS-OPR-FS            00073800
               SET WS-OPR-EOF TO TRUE                                   00073900
           END-EVALUATE.                                                00074000
      *-------------------------*                                       00074100
       7610-READ-OPERATOR-END.                                          00074200
      *-------------------------*                                       00074300
           EXIT.                                                        00074400
                                                                        00074500
      *-------------------------*                                       00074600
       7700-LOG-OVERRIDE.                                               00074700
      *-------------------------*                                       00074800
      *    the log only ever grows - extend it, or create it on         00074900
      *    the very first override                                      00075000
           OPEN EXTEND OVRLOG.                                          00075100
           IF WS-OVR-FS NOT = '00'                                      00075200
              OPEN OUTPUT OVRLOG                                        00075300
           END-IF.                                                      00075400
           IF WS-OVR-FS = '00'                                          00075500
              MOVE SPACE            TO OVR-REC                          00075600
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD                     00075700
              ACCEPT WS-LOG-TIME FROM TIME                              00075800
              MOVE WS-LOG-DATE      TO OVR-DATE                         00075900
              MOVE WS-LOG-TIME      TO OVR-TIME                         00076000
              MOVE 'C'              TO OVR-TYPE                         00076100
              MOVE WS-OVR-RESULT    TO OVR-RESULT                       00076200
              MOVE USERID           TO OVR-USERID                       00076300
              MOVE WS-SAVE-SUPV-ID  TO OVR-SUPV-ID                      00076400
              MOVE SPA-INVOICENO    TO OVR-INVOICENO                    00076500
              MOVE SPA-PATIENID     TO OVR-PATIENID                     00076600
              MOVE WS-CLERK-LIMIT   TO OVR-LIMIT                        00076700
              MOVE WS-OVR-BEFORE    TO OVR-BEFORE                       00076800
              MOVE WS-OVR-AFTER     TO OVR-AFTER                        00076900
              WRITE OVR-REC                                             00077000
              CLOSE OVRLOG                                              00077100
           ELSE                                                         00077200
      D       DISPLAY 'OVRLOG NOT AVAILABLE: ' WS-OVR-FS                00077300
           END-IF.                                                      00077400
      *-------------------------*                                       00077500
       7700-LOG-OVERRIDE-END.                                           00077600
      *-------------------------*                                       00077700
           EXIT.                                                        00077800
                                                                        00077900
