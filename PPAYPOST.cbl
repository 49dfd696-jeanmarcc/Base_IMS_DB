      *      est journalisee dans INQLOG comme les autres               00001700
      *      transactions de comptoir, pour le rapport de               00001800
      *      divulgation.                                               00001900
      *      Un montant au-dela de la limite d'imputation du commis     00001911
      *      (OPRFILE) n'est pas impute: un deuxieme ecran demande      00001922
      *      l'identifiant et le mot de passe d'un superviseur, la      00001933
      *      saisie attendant dans la SPA. Chaque depassement,          00001944
      *      autorise ou refuse, est ecrit dans OVRLOG.                 00001955
      *      Un cheque (mode CK) d'un patient dont un effet a ete       00001966
      *      retourne par la banque est refuse jusqu'a la fin de        00001977
      *      la retenue inscrite par PBNSF dans NSFHOLD.                00001988
      *                                                                 00002000
      * Message d'entree: INVOICENO (8), montant (9 chiffres,           00002100
      *      deux decimales implicites), mode (2)                       00002200
      * Deuxieme ecran (depassement): superviseur (8), mot de passe     00002233
      *      (8); superviseur a blanc = paiement abandonne              00002266
      * Message de sortie: recu avec le nouveau solde                   00002300
      * Fichier INVXREF: references croisees facture -> patient         00002400
      * Fichier INQLOG: journal des acces de comptoir (ajout)           00002500
      * Fichier PERCTL: periode comptable ouverte (PBCLOSE); le         00002512
      *      paiement n'est jamais date dans un mois ferme              00002525
      * Fichier OPRFILE: operateurs, limites et superviseurs            00002537
      * Fichier OVRLOG: journal des depassements de limite (ajout)      00002550
      * Fichier NSFHOLD: retenues de cheques apres effet retourne       00002562
      * Fichier CTLTOT: totaux de controle du cycle (ajout), un         00002575
      *      enregistrement par paiement impute, rapproche par PBBAL    00002587
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
       ENVIRONMENT DIVISION.                                            00002800
           SELECT TCHLOG ASSIGN TO TCHLOG                               00004101
           ORGANIZATION IS SEQUENTIAL                                   00004102
           FILE STATUS IS WS-TCH-FS.                                    00004103
           SELECT PERCTL ASSIGN TO PERCTL                               00004109
           ORGANIZATION IS SEQUENTIAL                                   00004115
           FILE STATUS IS WS-PER-FS.                                    00004121
           SELECT OPRFILE ASSIGN TO OPRFILE                             00004127
           ORGANIZATION IS SEQUENTIAL                                   00004133
           FILE STATUS IS WS-OPR-FS.                                    00004139
           SELECT OVRLOG ASSIGN TO OVRLOG                               00004145
           ORGANIZATION IS SEQUENTIAL                                   00004151
           FILE STATUS IS WS-OVR-FS.                                    00004157
           SELECT NSFHOLD ASSIGN TO NSFHOLD                             00004163
           ORGANIZATION IS SEQUENTIAL                                   00004169
           FILE STATUS IS WS-HLD-FS.                                    00004175
           SELECT CTLTOT ASSIGN TO CTLTOT                               00004181
           ORGANIZATION IS SEQUENTIAL                                   00004187
           FILE STATUS IS WS-CTT-FS.                                    00004193
      *----------------*                                                00004200
       DATA DIVISION.                                                   00004300
      *----------------*                                                00004400
           05 LOG-TIME          PIC 9(08).                              00006300
           05 FILLER            PIC X(01).                              00006400
           05 LOG-RESULT        PIC X(01).                              00006500
           05 FILLER            PIC X(01).                              00006512
           05 LOG-REASON        PIC X(02).                              00006525
           05 FILLER            PIC X(01).                              00006537
           05 LOG-TRANCODE      PIC X(08).                              00006550
           05 FILLER            PIC X(01).                              00006563
           05 LOG-USERID        PIC X(08).                              00006575
           05 FILLER            PIC X(25).                              00006588
      *    journal des patients touches: chaque programme qui           00006601
      *    modifie la base hors des traces du cycle nocturne y          00006602
      *    laisse le PATIENID, pour que le dechargement                 00006603
           05 FILLER            PIC X(01).                              00006610
           05 TCH-DATE          PIC 9(08).                              00006611
           05 FILLER            PIC X(57).                              00006612
      *    totaux de controle du cycle: un enregistrement par           00006613
      *    classe de mouvement et par execution, rapproches par PBBAL   00006614
       FD  CTLTOT RECORDING MODE F.                                     00006615
       01  CTT-REC.                                                     00006616
           05 CTT-PROGRAM       PIC X(08).                              00006617
           05 FILLER            PIC X(01).                              00006618
           05 CTT-CYCLE-DATE    PIC 9(08).                              00006620
           05 FILLER            PIC X(01).                              00006621
           05 CTT-TOTAL-ID      PIC X(08).                              00006622
           05 FILLER            PIC X(01).                              00006623
           05 CTT-COUNT         PIC 9(09).                              00006624
           05 FILLER            PIC X(01).                              00006625
           05 CTT-AMOUNT        PIC S9(11)V99.                          00006627
           05 FILLER            PIC X(01).                              00006628
           05 CTT-RUN-DATE      PIC 9(08).                              00006629
           05 FILLER            PIC X(01).                              00006630
           05 CTT-RUN-TIME      PIC 9(08).                              00006631
           05 FILLER            PIC X(12).                              00006632
      *    controle de periode comptable tenu par PBCLOSE               00006634
       FD  PERCTL RECORDING MODE F.                                     00006635
       01  PERCTL-REC.                                                  00006636
           05 PER-OPEN-PERIOD   PIC 9(06).                              00006637
           05 FILLER            PIC X(01).                              00006638
           05 PER-LAST-CLOSED   PIC 9(06).                              00006639
           05 FILLER            PIC X(01).                              00006640
           05 PER-CLOSE-DATE    PIC 9(08).                              00006642
           05 FILLER            PIC X(01).                              00006643
           05 PER-CLOSED-AR     PIC S9(11)V99.                          00006644
           05 FILLER            PIC X(44).                              00006645
      *    operateurs du comptoir: groupe, limites d'imputation         00006646
      *    et de correction, indicateur superviseur et mot de passe     00006647
       FD  OPRFILE RECORDING MODE F.                                    00006649
       01  OPR-REC.                                                     00006650
           05 OPR-USERID        PIC X(08).                              00006651
           05 FILLER            PIC X(01).                              00006652
           05 OPR-GROUP         PIC X(08).                              00006653
           05 FILLER            PIC X(01).                              00006654
           05 OPR-PAY-LIMIT     PIC 9(07)V99.                           00006656
           05 FILLER            PIC X(01).                              00006657
           05 OPR-COR-LIMIT     PIC 9(07)V99.                           00006658
           05 FILLER            PIC X(01).                              00006659
           05 OPR-SUPV-FLAG     PIC X(01).                              00006660
           05 FILLER            PIC X(01).                              00006661
           05 OPR-PASSWORD      PIC X(08).                              00006662
           05 FILLER            PIC X(32).                              00006664
      *    journal des depassements de limite: type P=paiement,         00006665
      *    C=correction de facture; resultat A=applique sur             00006666
      *    autorisation du superviseur, D=superviseur refuse            00006667
       FD  OVRLOG RECORDING MODE F.                                     00006668
       01  OVR-REC.                                                     00006669
           05 OVR-DATE          PIC 9(08).                              00006671
           05 OVR-TIME          PIC 9(08).                              00006672
           05 OVR-TYPE          PIC X(01).                              00006673
           05 OVR-RESULT        PIC X(01).                              00006674
           05 OVR-USERID        PIC X(08).                              00006675
           05 OVR-SUPV-ID       PIC X(08).                              00006676
           05 OVR-INVOICENO     PIC X(08).                              00006678
           05 OVR-PATIENID      PIC X(05).                              00006679
           05 OVR-LIMIT         PIC 9(07)V99.                           00006680
           05 OVR-BEFORE        PIC S9(07)V99.                          00006681
           05 OVR-AFTER         PIC S9(07)V99.                          00006682
           05 FILLER            PIC X(06).                              00006683
                                                                        00006684
      *    retenue des cheques d'un patient apres un effet              00006686
      *    retourne (PBNSF), jusqu'a la date de fin incluse             00006687
       FD  NSFHOLD RECORDING MODE F.                                    00006688
       01  HLD-REC.                                                     00006689
           05 HLD-PATIENID      PIC X(05).                              00006690
           05 FILLER            PIC X(01).                              00006691
           05 HLD-FROM-DATE     PIC 9(08).                              00006693
           05 FILLER            PIC X(01).                              00006694
           05 HLD-UNTIL-DATE    PIC 9(08).                              00006695
           05 FILLER            PIC X(01).                              00006696
           05 HLD-REFERENCE     PIC X(12).                              00006697
           05 FILLER            PIC X(44).                              00006698
                                                                        00006700
      *-----------------------*                                         00006800
       WORKING-STORAGE SECTION.                                         00006900
      *-----------------------*                                         00007000
      * scratch pad area (SPA): le paiement au-dela de la limite        00007008
      * attend ici l'autorisation du superviseur                        00007016
       01 WS-SPA.                                                       00007025
           05 SPA-TRANCODE         PIC X(08).                           00007033
           05 SPA-STEP             PIC X(01).                           00007041
              88 SPA-AWAITING-SUPERVISOR VALUE '2'.                     00007050
           05 SPA-INVOICENO        PIC X(08).                           00007058
           05 SPA-AMOUNT           PIC 9(07)V99.                        00007066
           05 SPA-METHOD           PIC X(02).                           00007075
           05 FILLER               PIC X(52).                           00007083
                                                                        00007091
       01 WS-FILE-STATUS.                                               00007100
          05 WS-XRF-FS                 PIC X(2).                        00007200
       01 WS-LOG-FS                PIC X(02).                           00007300
       01 WS-LOG-RESULT            PIC X(01).                           00007600
       01 WS-TCH-FS                PIC X(02).                           00007601
       01 WS-TCH-DATE              PIC 9(08).                           00007602
       01 WS-CTT-FS                PIC X(02).                           00007610
       01 WS-CTT-CYCLE-DATE        PIC 9(08).                           00007618
       01 WS-CTT-AMOUNT            PIC S9(11)V99.                       00007626
       01 WS-CTT-TODAY             PIC 9(08).                           00007634
       01 WS-CTT-TIME              PIC 9(08).                           00007642
       01 WS-PER-FS                PIC X(02).                           00007651
      *    premier jour du mois comptable ouvert                        00007659
       01 WS-PER-OPEN-START        PIC X(08) VALUE LOW-VALUE.           00007667
       01 WS-PER-OPEN-START-R REDEFINES WS-PER-OPEN-START.              00007675
          05 WS-PER-OPEN-YYMM      PIC 9(06).                           00007683
          05 WS-PER-OPEN-DD        PIC X(02).                           00007691
                                                                        00007700
       01 WS-XRF-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007800
          88 WS-XRF-EOF                 VALUE 'TRUE'.                   00007900
                                                                        00008000
       01 WS-XRF-FOUND                  PIC X(01) VALUE 'N'.            00008100
          88 WS-XRF-HIT                 VALUE 'Y'.                      00008200
                                                                        00008202
       01 WS-OPR-FS                PIC X(02).                           00008205
       01 WS-OPR-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00008208
          88 WS-OPR-EOF            VALUE 'TRUE'.                        00008210
      *    l'operateur a retrouver dans OPRFILE (commis ou              00008213
      *    superviseur) et son autorite                                 00008216
       01 WS-OPR-SEARCH-ID         PIC X(08).                           00008218
       01 WS-OPR-FOUND-SW          PIC X(01) VALUE 'N'.                 00008221
          88 WS-OPR-HIT            VALUE 'Y'.                           00008224
       01 WS-OPR-ENTRY.                                                 00008227
          05 WS-OPR-PAY-LIMIT      PIC 9(07)V99.                        00008229
          05 WS-OPR-COR-LIMIT      PIC 9(07)V99.                        00008232
          05 WS-OPR-SUPV-FLAG      PIC X(01).                           00008235
             88 WS-OPR-IS-SUPERVISOR VALUE 'Y'.                         00008237
          05 WS-OPR-PASSWORD       PIC X(08).                           00008240
       01 WS-CLERK-LIMIT           PIC 9(07)V99 VALUE 0.                00008243
       01 WS-LIMIT-EDIT            PIC ZZZZZZ9.99.                      00008245
       01 WS-SAVE-SUPV-ID          PIC X(08).                           00008248
       01 WS-SAVE-SUPV-PASSWORD    PIC X(08).                           00008251
       01 WS-SUPV-SW               PIC X(01) VALUE 'N'.                 00008254
          88 WS-SUPV-APPROVED      VALUE 'Y'.                           00008256
       01 WS-OVR-FS                PIC X(02).                           00008259
       01 WS-OVR-RESULT            PIC X(01).                           00008262
       01 WS-OVR-BEFORE            PIC S9(07)V99 VALUE 0.               00008264
       01 WS-OVR-AFTER             PIC S9(07)V99 VALUE 0.               00008267
       01 WS-LIMIT-SW              PIC X(01) VALUE 'N'.                 00008270
          88 WS-OVER-LIMIT         VALUE 'Y'.                           00008272
       01 WS-HLD-FS                PIC X(02).                           00008275
       01 WS-HLD-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00008278
          88 WS-HLD-EOF            VALUE 'TRUE'.                        00008281
      *    la plus lointaine fin de retenue du patient, a blanc         00008283
      *    sans retenue en cours                                        00008286
       01 WS-HLD-TODAY             PIC 9(08).                           00008289
       01 WS-HLD-UNTIL             PIC 9(08) VALUE 0.                   00008291
       01 WS-HLD-SW                PIC X(01) VALUE 'N'.                 00008294
          88 WS-NSF-HELD           VALUE 'Y'.                           00008297
                                                                        00008300
       01 WS-INPUT-MSG.                                                 00008400
           05 WS-IN-INVOICENO      PIC X(08).                           00008500
                                   PIC 9(07)V99.                        00008900
           05 FILLER               PIC X(01).                           00009000
           05 WS-IN-METHOD         PIC X(02).                           00009100
              88 WS-IN-BY-CHECK    VALUE 'CK'.                          00009150
           05 FILLER               PIC X(59).                           00009200
                                                                        00009300
      * deuxieme ecran: l'autorisation du superviseur                   00009312
       01 WS-SUPV-MSG REDEFINES WS-INPUT-MSG.                           00009325
           05 WS-IN-SUPV-ID        PIC X(08).                           00009337
           05 FILLER               PIC X(01).                           00009350
           05 WS-IN-SUPV-PASSWORD  PIC X(08).                           00009362
           05 FILLER               PIC X(63).                           00009375
                                                                        00009387
       01 WS-OUTPUT-MSG            PIC X(80).                           00009400
                                                                        00009410
      *    reponses en attente: la SPA doit repartir EN TETE de         00009420
      *    la reponse, les messages sont donc retenus puis              00009430
      *    inseres apres elle                                           00009440
       01 WS-MSG-QUEUE.                                                 00009450
          05 WS-MSG-COUNT       PIC 9(02) COMP VALUE 0.                 00009460
          05 WS-MSG-ENTRY OCCURS 5 TIMES INDEXED BY MSG-IDX.            00009470
             10 WS-MSG-TEXT     PIC X(80).                              00009480
       01 WS-MSG-SUB                   PIC 9(02) COMP VALUE 0.          00009490
                                                                        00009500
       01 WS-AMOUNT-EDIT           PIC -ZZZZZZ9.99.                     00009600
                                                                        00009700
                                                                        00020000
           DISPLAY "***** DEBUT TRANSACTION PPAYPOST *****".            00020100
                                                                        00020200
           MOVE ZERO TO WS-MSG-COUNT.                                   00020206
           MOVE 'N'  TO WS-SUPV-SW.                                     00020212
           MOVE SPACE TO WS-SAVE-SUPV-ID.                               00020218
                                                                        00020225
      *    GU: la SPA arrive en premier                                 00020231
           INITIALIZE WS-SPA.                                           00020237
           CALL 'CBLTDLI' USING DLI-GU,                                 00020243
                                IO-PCB-MASK,                            00020250
                                WS-SPA.                                 00020256
                                                                        00020262
           IF IO-STATUS-CODE NOT = SPACE                                00020268
      D       DISPLAY 'ERROR GETTING SPA :' IO-STATUS-CODE              00020275
              GOBACK                                                    00020281
           END-IF.                                                      00020287
                                                                        00020293
           PERFORM 1000-GET-INPUT-MSG                                   00020300
              THRU 1000-GET-INPUT-MSG-END.                              00020400
                                                                        00020500
           IF IO-STATUS-CODE NOT = SPACE                                00020520
      D       DISPLAY 'ERROR GETTING INPUT MSG :' IO-STATUS-CODE        00020540
              GOBACK                                                    00020560
           END-IF.                                                      00020580
                                                                        00020600
           IF SPA-AWAITING-SUPERVISOR                                   00020620
              PERFORM 3000-SUPERVISOR-APPROVAL                          00020640
                 THRU 3000-SUPERVISOR-APPROVAL-END                      00020660
           ELSE                                                         00020680
              PERFORM 1500-EDIT-INPUT                                   00020700
                 THRU 1500-EDIT-INPUT-END                               00020800
           END-IF.                                                      00021100
                                                                        00021108
      *    la SPA repart toujours en tete de reponse, puis les          00021116
      *    messages retenus pendant le traitement                       00021125
           CALL 'CBLTDLI' USING DLI-ISRT,                               00021133
                                IO-PCB-MASK,                            00021141
                                WS-SPA.                                 00021150
                                                                        00021158
           PERFORM 8100-FLUSH-MSGS                                      00021166
              THRU 8100-FLUSH-MSGS-END                                  00021175
              VARYING WS-MSG-SUB FROM 1 BY 1                            00021183
              UNTIL WS-MSG-SUB > WS-MSG-COUNT.                          00021191
                                                                        00021200
           DISPLAY "***** FIN TRANSACTION PPAYPOST *****".              00021300
                                                                        00021400
      *-------------------------*                                       00021700
       1000-GET-INPUT-MSG.                                              00021800
      *-------------------------*                                       00021900
      *    GN: le message saisi suit la SPA                             00021950
           INITIALIZE WS-INPUT-MSG.                                     00022000
                                                                        00022100
           CALL 'CBLTDLI' USING DLI-GN,                                 00022200
                                IO-PCB-MASK,                            00022300
                                WS-INPUT-MSG.                           00022400
                                                                        00022500
           PERFORM 2000-SEARCH-XREF                                     00025000
              THRU 2000-SEARCH-XREF-END.                                00025100
                                                                        00025200
      *    a patient whose check came back pays some other way          00025205
      *    until the hold runs out                                      00025210
           IF WS-XRF-HIT AND WS-IN-BY-CHECK                             00025215
              PERFORM 2500-CHECK-NSF-HOLD                               00025220
                 THRU 2500-CHECK-NSF-HOLD-END                           00025225
              IF WS-NSF-HELD                                            00025230
                 MOVE 'K' TO WS-LOG-RESULT                              00025235
                 PERFORM 6000-LOG-ACCESS                                00025240
                    THRU 6000-LOG-ACCESS-END                            00025245
                 MOVE SPACE TO WS-OUTPUT-MSG                            00025250
                 STRING 'CHECKS REFUSED UNTIL ' WS-HLD-UNTIL            00025255
                    ' - RETURNED ITEM'                                  00025260
                    DELIMITED BY SIZE INTO WS-OUTPUT-MSG                00025265
                 PERFORM 5500-SEND-REPLY                                00025270
                    THRU 5500-SEND-REPLY-END                            00025275
                 GO TO 1500-EDIT-INPUT-END                              00025280
              END-IF                                                    00025285
           END-IF.                                                      00025290
                                                                        00025295
           IF WS-XRF-HIT                                                00025300
              PERFORM 7000-CHECK-PAY-LIMIT                              00025330
                 THRU 7000-CHECK-PAY-LIMIT-END                          00025360
              IF WS-OVER-LIMIT                                          00025390
                 PERFORM 7100-ASK-SUPERVISOR                            00025420
                    THRU 7100-ASK-SUPERVISOR-END                        00025450
              ELSE                                                      00025480
                 PERFORM 4000-POST-PAYMENT                              00025510
                    THRU 4000-POST-PAYMENT-END                          00025540
              END-IF                                                    00025570
           ELSE                                                         00025600
              MOVE 'N' TO WS-LOG-RESULT                                 00025700
              PERFORM 6000-LOG-ACCESS                                   00025800
           END-IF.                                                      00026500
      *-------------------------*                                       00026600
       1500-EDIT-INPUT-END.                                             00026700
      *-------------------------*                                       00026701
           EXIT.                                                        00026703
                                                                        00026704
      *-------------------------*                                       00026706
       3000-SUPERVISOR-APPROVAL.                                        00026707
      *-------------------------*                                       00026709
      *    ecran 2: le superviseur s'identifie; la saisie du            00026710
      *    commis est reprise de la SPA et la conversation se           00026712
      *    termine dans tous les cas                                    00026713
           MOVE WS-IN-SUPV-ID       TO WS-SAVE-SUPV-ID.                 00026715
           MOVE WS-IN-SUPV-PASSWORD TO WS-SAVE-SUPV-PASSWORD.           00026716
           INITIALIZE WS-INPUT-MSG.                                     00026718
           MOVE SPA-INVOICENO TO WS-IN-INVOICENO.                       00026720
           MOVE SPA-AMOUNT    TO WS-IN-AMOUNT-N.                        00026721
           MOVE SPA-METHOD    TO WS-IN-METHOD.                          00026723
           MOVE SPACE         TO SPA-STEP.                              00026724
                                                                        00026726
           IF WS-SAVE-SUPV-ID = SPACE                                   00026727
              MOVE SPACE TO WS-OUTPUT-MSG                               00026729
              STRING 'PAYMENT CANCELLED - NOT POSTED: '                 00026730
                 WS-IN-INVOICENO                                        00026732
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00026733
              PERFORM 5500-SEND-REPLY                                   00026735
                 THRU 5500-SEND-REPLY-END                               00026736
              GO TO 3000-SUPERVISOR-APPROVAL-END                        00026738
           END-IF.                                                      00026740
                                                                        00026741
           PERFORM 2000-SEARCH-XREF                                     00026743
              THRU 2000-SEARCH-XREF-END.                                00026744
           IF NOT WS-XRF-HIT                                            00026746
              MOVE SPACE TO WS-OUTPUT-MSG                               00026747
              STRING 'INVOICE NOT FOUND: ' WS-IN-INVOICENO              00026749
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00026750
              PERFORM 5500-SEND-REPLY                                   00026752
                 THRU 5500-SEND-REPLY-END                               00026753
              GO TO 3000-SUPERVISOR-APPROVAL-END                        00026755
           END-IF.                                                      00026756
                                                                        00026758
      *    the clerk's limit goes on the override log                   00026760
           PERFORM 7000-CHECK-PAY-LIMIT                                 00026761
              THRU 7000-CHECK-PAY-LIMIT-END.                            00026763
                                                                        00026764
           PERFORM 7300-VERIFY-SUPERVISOR                               00026766
              THRU 7300-VERIFY-SUPERVISOR-END.                          00026767
           IF NOT WS-SUPV-APPROVED                                      00026769
      *       the refusal does not say which part was wrong             00026770
              MOVE 'D'              TO WS-OVR-RESULT                    00026772
              MOVE ZERO             TO WS-OVR-BEFORE                    00026773
              MOVE WS-IN-AMOUNT-N   TO WS-OVR-AFTER                     00026775
              PERFORM 7700-LOG-OVERRIDE                                 00026776
                 THRU 7700-LOG-OVERRIDE-END                             00026778
              MOVE SPACE TO WS-OUTPUT-MSG                               00026780
              STRING 'SUPERVISOR NOT AUTHORIZED - PAYMENT NOT '         00026781
                 'POSTED: ' WS-IN-INVOICENO                             00026783
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00026784
              PERFORM 5500-SEND-REPLY                                   00026786
                 THRU 5500-SEND-REPLY-END                               00026787
              GO TO 3000-SUPERVISOR-APPROVAL-END                        00026789
           END-IF.                                                      00026790
                                                                        00026792
           PERFORM 4000-POST-PAYMENT                                    00026793
              THRU 4000-POST-PAYMENT-END.                               00026795
      *-------------------------*                                       00026796
       3000-SUPERVISOR-APPROVAL-END.                                    00026798
      *-------------------------*                                       00026800
           EXIT.                                                        00026900
                                                                        00027000
           END-EVALUATE.                                                00031100
      *-------------------------*                                       00031200
       2100-READ-XREF-END.                                              00031300
      *-------------------------*                                       00031301
           EXIT.                                                        00031303
                                                                        00031305
      *-------------------------*                                       00031307
       2500-CHECK-NSF-HOLD.                                             00031309
      *-------------------------*                                       00031311
           MOVE 'N' TO WS-HLD-SW.                                       00031312
           MOVE ZERO TO WS-HLD-UNTIL.                                   00031314
           MOVE 'FALSE' TO WS-HLD-END-OF-FILE.                          00031316
           ACCEPT WS-HLD-TODAY FROM DATE YYYYMMDD.                      00031318
                                                                        00031320
      *    no hold file yet means no check was ever returned            00031322
           OPEN INPUT NSFHOLD.                                          00031324
           IF WS-HLD-FS NOT = '00'                                      00031325
              GO TO 2500-CHECK-NSF-HOLD-END                             00031327
           END-IF.                                                      00031329
                                                                        00031331
           PERFORM 2510-READ-NSFHOLD                                    00031333
              THRU 2510-READ-NSFHOLD-END                                00031335
              UNTIL WS-HLD-EOF.                                         00031337
                                                                        00031338
           CLOSE NSFHOLD.                                               00031340
                                                                        00031342
           IF WS-HLD-UNTIL NOT < WS-HLD-TODAY                           00031344
              MOVE 'Y' TO WS-HLD-SW                                     00031346
           END-IF.                                                      00031348
      *-------------------------*                                       00031350
       2500-CHECK-NSF-HOLD-END.                                         00031351
      *-------------------------*                                       00031353
           EXIT.                                                        00031355
                                                                        00031357
      *-------------------------*                                       00031359
       2510-READ-NSFHOLD.                                               00031361
      *-------------------------*                                       00031362
           READ NSFHOLD                                                 00031364
           END-READ.                                                    00031366
                                                                        00031368
           EVALUATE TRUE                                                00031370
             WHEN WS-HLD-FS = '00'                                      00031372
      *        a second returned check can lengthen the hold            00031374
               IF HLD-PATIENID = WS-SAVE-PATIENID                       00031375
                  AND HLD-UNTIL-DATE NUMERIC                            00031377
                  AND HLD-UNTIL-DATE > WS-HLD-UNTIL                     00031379
                  MOVE HLD-UNTIL-DATE TO WS-HLD-UNTIL                   00031381
               END-IF                                                   00031383
             WHEN WS-HLD-FS = '10'                                      00031385
               SET WS-HLD-EOF TO TRUE                                   00031387
             WHEN OTHER                                                 00031388
      D        DISPLAY 'ERROR READ FILE NSFHOLD: ' WS-HLD-FS            00031390
               SET WS-HLD-EOF TO TRUE                                   00031392
           END-EVALUATE.                                                00031394
      *-------------------------*                                       00031396
       2510-READ-NSFHOLD-END.                                           00031398
      *-------------------------*                                       00031400
           EXIT.                                                        00031500
                                                                        00031600
           EXIT.                                                        00037900
                                                                        00038000
      *-------------------------*                                       00038100
       4150-LOAD-PERIOD.                                                00038104
      *-------------------------*                                       00038109
      *    without PERCTL the low value lets every posting through      00038113
           MOVE LOW-VALUE TO WS-PER-OPEN-START.                         00038118
           OPEN INPUT PERCTL.                                           00038122
           IF WS-PER-FS NOT = '00'                                      00038127
      D       DISPLAY 'PERCTL NOT AVAILABLE: ' WS-PER-FS                00038131
              GO TO 4150-LOAD-PERIOD-END                                00038136
           END-IF.                                                      00038140
           READ PERCTL                                                  00038145
              NOT AT END                                                00038150
                 MOVE PER-OPEN-PERIOD TO WS-PER-OPEN-YYMM               00038154
                 MOVE '01'            TO WS-PER-OPEN-DD                 00038159
           END-READ.                                                    00038163
           CLOSE PERCTL.                                                00038168
      *-------------------------*                                       00038172
       4150-LOAD-PERIOD-END.                                            00038177
      *-------------------------*                                       00038181
           EXIT.                                                        00038186
                                                                        00038190
      *-------------------------*                                       00038195
       4200-INSERT-PAYMENT.                                             00038200
      *-------------------------*                                       00038300
           INITIALIZE WS-PAYMENT-SEG.                                   00038400
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.                       00038500
      *    today is normally in the open period; a month closed         00038505
      *    ahead of the calendar refuses the counter posting            00038511
           PERFORM 4150-LOAD-PERIOD                                     00038517
              THRU 4150-LOAD-PERIOD-END.                                00038523
           IF WS-LOG-DATE < WS-PER-OPEN-START                           00038529
              MOVE 'C' TO WS-LOG-RESULT                                 00038535
              PERFORM 6000-LOG-ACCESS                                   00038541
                 THRU 6000-LOG-ACCESS-END                               00038547
              MOVE SPACE TO WS-OUTPUT-MSG                               00038552
              STRING 'PERIOD CLOSED - PAYMENT NOT POSTED, OPEN '        00038558
                 'PERIOD STARTS ' WS-PER-OPEN-START                     00038564
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00038570
              PERFORM 5500-SEND-REPLY                                   00038576
                 THRU 5500-SEND-REPLY-END                               00038582
              GO TO 4200-INSERT-PAYMENT-END                             00038588
           END-IF.                                                      00038594
           MOVE WS-LOG-DATE     TO WS-PAYDATE.                          00038600
           MOVE WS-IN-AMOUNT-N  TO WS-PAYAMT.                           00038700
           MOVE WS-IN-METHOD    TO WS-PAYMETH.                          00038800
                 THRU 6000-LOG-ACCESS-END                               00040900
              PERFORM 6500-WRITE-TCHLOG                                 00040901
                 THRU 6500-WRITE-TCHLOG-END                             00040902
              MOVE WS-LOG-DATE      TO WS-CTT-CYCLE-DATE                00040909
              MOVE WS-IN-AMOUNT-N   TO WS-CTT-AMOUNT                    00040917
              PERFORM 6600-WRITE-CTLTOT                                 00040924
                 THRU 6600-WRITE-CTLTOT-END                             00040932
              IF WS-SUPV-APPROVED                                       00040939
                 MOVE 'A' TO WS-OVR-RESULT                              00040947
                 COMPUTE WS-OVR-BEFORE = WS-SAVE-BILL-AMOUNT            00040954
                    - WS-PRIOR-PAID                                     00040962
                 MOVE WS-NEW-BALANCE TO WS-OVR-AFTER                    00040969
                 PERFORM 7700-LOG-OVERRIDE                              00040977
                    THRU 7700-LOG-OVERRIDE-END                          00040984
              END-IF                                                    00040992
              MOVE WS-NEW-BALANCE TO WS-AMOUNT-EDIT                     00041000
              MOVE SPACE TO WS-OUTPUT-MSG                               00041100
              STRING 'PAYMENT POSTED ' WS-IN-INVOICENO                  00041200
      *-------------------------*                                       00043200
       5500-SEND-REPLY.                                                 00043300
      *-------------------------*                                       00043400
      *    retenu jusqu'a ce que la SPA soit partie                     00043405
           IF WS-MSG-COUNT < 5                                          00043411
              ADD 1 TO WS-MSG-COUNT                                     00043417
              SET MSG-IDX TO WS-MSG-COUNT                               00043423
              MOVE WS-OUTPUT-MSG TO WS-MSG-TEXT (MSG-IDX)               00043429
           END-IF.                                                      00043435
      *-------------------------*                                       00043441
       5500-SEND-REPLY-END.                                             00043447
      *-------------------------*                                       00043452
           EXIT.                                                        00043458
                                                                        00043464
      *-------------------------*                                       00043470
       8100-FLUSH-MSGS.                                                 00043476
      *-------------------------*                                       00043482
           SET MSG-IDX TO WS-MSG-SUB.                                   00043488
           MOVE WS-MSG-TEXT (MSG-IDX) TO WS-OUTPUT-MSG.                 00043494
           CALL 'CBLTDLI' USING DLI-ISRT,                               00043500
                                IO-PCB-MASK,                            00043600
                                WS-OUTPUT-MSG.                          00043700
      *-------------------------*                                       00043800
       8100-FLUSH-MSGS-END.                                             00043900
      *-------------------------*                                       00044000
           EXIT.                                                        00044100
                                                                        00044200
      *-------------------------*                                       00044323
           EXIT.                                                        00044324
      *-------------------------*                                       00044325
       6600-WRITE-CTLTOT.                                               00044327
      *-------------------------*                                       00044330
      *    one payment per record - PBBAL adds the counter              00044332
      *    postings of the day to the batch remittances                 00044335
           OPEN EXTEND CTLTOT.                                          00044337
           IF WS-CTT-FS NOT = '00'                                      00044340
              OPEN OUTPUT CTLTOT                                        00044342
           END-IF.                                                      00044345
           IF WS-CTT-FS = '00'                                          00044347
              MOVE SPACE             TO CTT-REC                         00044350
              MOVE 'PPAYPOST'        TO CTT-PROGRAM                     00044352
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00044355
              MOVE 'PAYMENT '        TO CTT-TOTAL-ID                    00044357
              MOVE 1                 TO CTT-COUNT                       00044360
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00044362
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00044365
              ACCEPT WS-CTT-TIME FROM TIME                              00044367
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00044370
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00044372
              WRITE CTT-REC                                             00044375
              CLOSE CTLTOT                                              00044377
           ELSE                                                         00044380
      D       DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00044382
           END-IF.                                                      00044385
      *-------------------------*                                       00044387
       6600-WRITE-CTLTOT-END.                                           00044390
      *-------------------------*                                       00044392
           EXIT.                                                        00044395
      *-------------------------*                                       00044397
       6000-LOG-ACCESS.                                                 00044400
      *-------------------------*                                       00044500
           OPEN EXTEND INQLOG.                                          00044600
              MOVE WS-LOG-DATE      TO LOG-DATE                         00045600
              MOVE WS-LOG-TIME      TO LOG-TIME                         00045700
              MOVE WS-LOG-RESULT    TO LOG-RESULT                       00045800
              MOVE 'PPAYPOST'       TO LOG-TRANCODE                     00045833
              MOVE USERID           TO LOG-USERID                       00045866
              WRITE LOG-REC                                             00045900
              CLOSE INQLOG                                              00046000
           ELSE                                                         00046100
       6000-LOG-ACCESS-END.                                             00046500
      *-------------------------*                                       00046600
           EXIT.                                                        00046700
                                                                        00046800
      *-------------------------*                                       00046900
       7000-CHECK-PAY-LIMIT.                                            00047000
      *-------------------------*                                       00047100
      *    the clerk posts up to the limit on OPRFILE; above it         00047200
      *    the payment waits for a supervisor                           00047300
           MOVE 'N'    TO WS-LIMIT-SW.                                  00047400
           MOVE USERID TO WS-OPR-SEARCH-ID.                             00047500
           PERFORM 7600-FIND-OPERATOR                                   00047600
              THRU 7600-FIND-OPERATOR-END.                              00047700
           MOVE WS-OPR-PAY-LIMIT TO WS-CLERK-LIMIT.                     00047800
           IF WS-IN-AMOUNT-N > WS-CLERK-LIMIT                           00047900
              MOVE 'Y' TO WS-LIMIT-SW                                   00048000
           END-IF.                                                      00048100
      *-------------------------*                                       00048200
       7000-CHECK-PAY-LIMIT-END.                                        00048300
      *-------------------------*                                       00048400
           EXIT.                                                        00048500
                                                                        00048600
      *-------------------------*                                       00048700
       7100-ASK-SUPERVISOR.                                             00048800
      *-------------------------*                                       00048900
      *    nothing is posted yet - the entry waits in the SPA for       00049000
      *    the second screen                                            00049100
           MOVE '2'             TO SPA-STEP.                            00049200
           MOVE WS-IN-INVOICENO TO SPA-INVOICENO.                       00049300
           MOVE WS-IN-AMOUNT-N  TO SPA-AMOUNT.                          00049400
           MOVE WS-IN-METHOD    TO SPA-METHOD.                          00049500
           MOVE WS-IN-AMOUNT-N  TO WS-AMOUNT-EDIT.                      00049600
           MOVE WS-CLERK-LIMIT  TO WS-LIMIT-EDIT.                       00049700
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00049800
           STRING 'AMOUNT ' WS-AMOUNT-EDIT ' OVER YOUR LIMIT '          00049900
              WS-LIMIT-EDIT                                             00050000
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00050100
           PERFORM 5500-SEND-REPLY                                      00050200
              THRU 5500-SEND-REPLY-END.                                 00050300
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00050400
           STRING 'KEY SUPERVISOR ID AND PASSWORD, BLANK TO CANCEL'     00050500
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00050600
           PERFORM 5500-SEND-REPLY                                      00050700
              THRU 5500-SEND-REPLY-END.                                 00050800
      *-------------------------*                                       00050900
       7100-ASK-SUPERVISOR-END.                                         00051000
      *-------------------------*                                       00051100
           EXIT.                                                        00051200
                                                                        00051300
      *-------------------------*                                       00051400
       7300-VERIFY-SUPERVISOR.                                          00051500
      *-------------------------*                                       00051600
      *    a supervisor on OPRFILE, with the right password, and        00051700
      *    never the clerk who keyed the transaction                    00051800
           MOVE 'N' TO WS-SUPV-SW.                                      00051900
           IF WS-SAVE-SUPV-ID = USERID                                  00052000
              GO TO 7300-VERIFY-SUPERVISOR-END                          00052100
           END-IF.                                                      00052200
           MOVE WS-SAVE-SUPV-ID TO WS-OPR-SEARCH-ID.                    00052300
           PERFORM 7600-FIND-OPERATOR                                   00052400
              THRU 7600-FIND-OPERATOR-END.                              00052500
           IF WS-OPR-HIT                                                00052600
              AND WS-OPR-IS-SUPERVISOR                                  00052700
              AND WS-OPR-PASSWORD NOT = SPACE                           00052800
              AND WS-OPR-PASSWORD = WS-SAVE-SUPV-PASSWORD               00052900
              MOVE 'Y' TO WS-SUPV-SW                                    00053000
           END-IF.                                                      00053100
      *-------------------------*                                       00053200
       7300-VERIFY-SUPERVISOR-END.                                      00053300
      *-------------------------*                                       00053400
           EXIT.                                                        00053500
                                                                        00053600
      *-------------------------*                                       00053700
       7600-FIND-OPERATOR.                                              00053800
      *-------------------------*                                       00053900
      *    an operator missing from the file has no authority: a        00054000
      *    zero limit, and no supervisor rights                         00054100
           MOVE 'N'     TO WS-OPR-FOUND-SW.                             00054200
           MOVE ZERO    TO WS-OPR-PAY-LIMIT.                            00054300
           MOVE ZERO    TO WS-OPR-COR-LIMIT.                            00054400
           MOVE 'N'     TO WS-OPR-SUPV-FLAG.                            00054500
           MOVE SPACE   TO WS-OPR-PASSWORD.                             00054600
           MOVE 'FALSE' TO WS-OPR-END-OF-FILE.                          00054700
                                                                        00054800
           OPEN INPUT OPRFILE.                                          00054900
           IF WS-OPR-FS NOT = '00'                                      00055000
      D       DISPLAY 'OPRFILE NOT AVAILABLE: ' WS-OPR-FS               00055100
              GO TO 7600-FIND-OPERATOR-END                              00055200
           END-IF.                                                      00055300
                                                                        00055400
           PERFORM 7610-READ-OPERATOR                                   00055500
              THRU 7610-READ-OPERATOR-END                               00055600
              UNTIL WS-OPR-EOF.                                         00055700
                                                                        00055800
           CLOSE OPRFILE.                                               00055900
      *-------------------------*                                       00056000
       7600-FIND-OPERATOR-END.                                          00056100
      *-------------------------*                                       00056200
           EXIT.                                                        00056300
                                                                        00056400
      *-------------------------*                                       00056500
       7610-READ-OPERATOR.                                              00056600
      *-------------------------*                                       00056700
           READ OPRFILE                                                 00056800
           END-READ.                                                    00056900
                                                                        00057000
           EVALUATE TRUE                                                00057100
             WHEN WS-OPR-FS = '00'                                      00057200
               IF OPR-USERID = WS-OPR-SEARCH-ID                         00057300
                  MOVE 'Y' TO WS-OPR-FOUND-SW                           00057400
                  IF OPR-PAY-LIMIT NUMERIC                              00057500
                     MOVE OPR-PAY-LIMIT TO WS-OPR-PAY-LIMIT             00057600
                  END-IF                                                00057700
                  IF OPR-COR-LIMIT NUMERIC                              00057800
                     MOVE OPR-COR-LIMIT TO WS-OPR-COR-LIMIT             00057900
                  END-IF                                                00058000
                  MOVE OPR-SUPV-FLAG TO WS-OPR-SUPV-FLAG                00058100
                  MOVE OPR-PASSWORD  TO WS-OPR-PASSWORD                 00058200
                  SET WS-OPR-EOF TO TRUE                                00058300
               END-IF                                                   00058400
             WHEN WS-OPR-FS = '10'                                      00058500
               SET WS-OPR-EOF TO TRUE                                   00058600
             WHEN OTHER                                                 00058700
      D        DISPLAY 'ERROR READ FILE OPRFILE: ' WS-OPR-FS            00058800
               SET WS-OPR-EOF TO TRUE                                   00058900
           END-EVALUATE.                                                00059000
      *-------------------------*                                       00059100
       7610-READ-OPERATOR-END.                                          00059200
      *-------------------------*                                       00059300
           EXIT.                                                        00059400
                                                                        00059500
      *-------------------------*                                       00059600
       7700-LOG-OVERRIDE.                                               00059700
      *-------------------------*                                       00059800
      *    the log only ever grows - extend it, or create it on         00059900
      *    the very first override                                      00060000
           OPEN EXTEND OVRLOG.                                          00060100
           IF WS-OVR-FS NOT = '00'                                      00060200
              OPEN OUTPUT OVRLOG                                        00060300
           END-IF.                                                      00060400
           IF WS-OVR-FS = '00'                                          00060500
              MOVE SPACE            TO OVR-REC                          00060600
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD                     00060700
              ACCEPT WS-LOG-TIME FROM TIME                              00060800
              MOVE WS-LOG-DATE      TO OVR-DATE                         00060900
              MOVE WS-LOG-TIME      TO OVR-TIME                         00061000
              MOVE 'P'              TO OVR-TYPE                         00061100
              MOVE WS-OVR-RESULT    TO OVR-RESULT                       00061200
              MOVE USERID           TO OVR-USERID                       00061300
              MOVE WS-SAVE-SUPV-ID  TO OVR-SUPV-ID                      00061400
              MOVE WS-IN-INVOICENO  TO OVR-INVOICENO                    00061500
              MOVE WS-SAVE-PATIENID TO OVR-PATIENID                     00061600
              MOVE WS-CLERK-LIMIT   TO OVR-LIMIT                        00061700
              MOVE WS-OVR-BEFORE    TO OVR-BEFORE                       00061800
              MOVE WS-OVR-AFTER     TO OVR-AFTER                        00061900
              WRITE OVR-REC                                             00062000
              CLOSE OVRLOG                                              00062100
           ELSE                                                         00062200
      D       DISPLAY 'OVRLOG NOT AVAILABLE: ' WS-OVR-FS                00062300
           END-IF.                                                      00062400
      *-------------------------*                                       00062500
       7700-LOG-OVERRIDE-END.                                           00062600
      *-------------------------*                                       00062700
           EXIT.                                                        00062800
