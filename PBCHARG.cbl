      *      reportee a l'execution suivante                            00002000
      * Fichier INVCTL: sequence des numeros de facture (le meme        00002100
      *      fichier que PBCREA/PCREA)                                  00002200
      * Fichier EXCPOUT: traitements sans entree au bareme, et          00002250
      *      traitements d'un mois deja ferme (PERCTL, tenu par         00002300
      *      PBCLOSE) factures au premier jour du mois ouvert           00002350
      *----------------------------------------------------------*      00002400
      *--------------------*                                            00002500
       ENVIRONMENT DIVISION.                                            00002600
           SELECT GLF-OUT ASSIGN TO GLFDOUT                             00004576
           ORGANIZATION IS SEQUENTIAL                                   00004577
           FILE STATUS IS WS-GLF-FS.                                    00004578
           SELECT PERCTL ASSIGN TO PERCTL                               00004581
           ORGANIZATION IS SEQUENTIAL                                   00004584
           FILE STATUS IS WS-PER-FS.                                    00004587
           SELECT CTLTOT ASSIGN TO CTLTOT                               00004590
           ORGANIZATION IS SEQUENTIAL                                   00004593
           FILE STATUS IS WS-CTT-FS.                                    00004596
      *----------------*                                                00004600
       DATA DIVISION.                                                   00004700
      *----------------*                                                00004800
           05 FILLER            PIC X(01).                              00082977
           05 GLF-DATE          PIC 9(08).                              00082978
           05 FILLER            PIC X(53).                              00082979
      *    controle de periode comptable tenu par PBCLOSE               00829791
       FD  PERCTL RECORDING MODE F.                                     00829792
       01  PERCTL-REC.                                                  00829793
           05 PER-OPEN-PERIOD   PIC 9(06).                              00829794
           05 FILLER            PIC X(01).                              00829795
           05 PER-LAST-CLOSED   PIC 9(06).                              00829796
           05 FILLER            PIC X(01).                              00829797
           05 PER-CLOSE-DATE    PIC 9(08).                              00829798
           05 FILLER            PIC X(01).                              00829799
           05 PER-CLOSED-AR     PIC S9(11)V99.                          00829800
           05 FILLER            PIC X(44).                              00829801
      *    totaux de controle du cycle: un enregistrement par           00829802
      *    classe de mouvement et par execution, rapproches par PBBAL   00829803
       FD  CTLTOT RECORDING MODE F.                                     00829804
       01  CTT-REC.                                                     00829805
           05 CTT-PROGRAM       PIC X(08).                              00829806
           05 FILLER            PIC X(01).                              00829807
           05 CTT-CYCLE-DATE    PIC 9(08).                              00829808
           05 FILLER            PIC X(01).                              00829809
           05 CTT-TOTAL-ID      PIC X(08).                              00829810
           05 FILLER            PIC X(01).                              00829811
           05 CTT-COUNT         PIC 9(09).                              00829812
           05 FILLER            PIC X(01).                              00829813
           05 CTT-AMOUNT        PIC S9(11)V99.                          00829814
           05 FILLER            PIC X(01).                              00829815
           05 CTT-RUN-DATE      PIC 9(08).                              00829816
           05 FILLER            PIC X(01).                              00829817
           05 CTT-RUN-TIME      PIC 9(08).                              00829818
           05 FILLER            PIC X(12).                              00829819
                                                                        00008300
      *-----------------------*                                         00008400
       WORKING-STORAGE SECTION.                                         00008500
           05 WS-NO-TRT-SCANNED            PIC 9(8).                    00008800
           05 WS-NO-BILLED                 PIC 9(8).                    00008900
           05 WS-NO-EXCEPTIONS             PIC 9(8).                    00009000
           05 WS-NO-REDATED                PIC 9(8).                    00009050
                                                                        00009100
       01 WS-FILE-STATUS.                                               00009200
          05 WS-FEE-FS                 PIC X(2).                        00009300
          05 WS-XRF-FS                 PIC X(2).                        00009650
          05 WS-CYC-FS                 PIC X(2).                        00009660
          05 WS-GLF-FS                 PIC X(2).                        00009661
          05 WS-PER-FS                 PIC X(2).                        00009674
          05 WS-CTT-FS                 PIC X(2).                        00009687
                                                                        00009700
       01 WS-FEE-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009800
          88 WS-FEE-EOF                 VALUE 'TRUE'.                   00009900
      * start of run and written back at end of run                     00011900
       01 WS-NEXT-INVOICENO             PIC 9(08) VALUE ZERO.           00012000
                                                                        00012010
      *    premier jour du mois comptable ouvert: un traitement         00120101
      *    d'un mois ferme y est facture; sans PERCTL la valeur         00120102
      *    basse laisse chaque facture a son TRDATE                     00120103
       01 WS-PER-OPEN-START             PIC X(08) VALUE LOW-VALUE.      00120104
       01 WS-PER-OPEN-START-R REDEFINES WS-PER-OPEN-START.              00120105
          05 WS-PER-OPEN-YYMM           PIC 9(06).                      00120106
          05 WS-PER-OPEN-DD             PIC X(02).                      00120107
       01 WS-REDATE-SW                  PIC X(01) VALUE 'N'.            00120108
          88 WS-REDATED                 VALUE 'Y'.                      00120109
                                                                        00120110
      *    controle d'enchainement du cycle: pas de facturation         00012020
      *    pendant que la base est en quiesce de maintenance            00012030
       01 WS-CYC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012040
       01 WS-CYC-TIME                   PIC 9(08).                      00012070
       01 WS-CYC-QUIESCED               PIC X(01) VALUE 'N'.            00012080
          88 WS-CYC-DB-QUIESCED         VALUE 'Y'.                      00012090
      *    ou tant que le dernier balancement du cycle (PBBAL) est      00120901
      *    en bris et n'a pas ete approuve                              00120902
       01 WS-CYC-BAL-BREAK              PIC X(01) VALUE 'N'.            00120903
          88 WS-CYC-BALANCE-BROKEN      VALUE 'Y'.                      00120904
                                                                        00120905
      *    total de controle en cours d'ecriture sur CTLTOT             00120906
       01 WS-CTT-TOTAL-ID               PIC X(08).                      00120907
       01 WS-CTT-COUNT                  PIC 9(09).                      00120908
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  00120909
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      00120910
       01 WS-CTT-TODAY                  PIC 9(08).                      00120911
       01 WS-CTT-TIME                   PIC 9(08).                      00120912
       01 WS-TOT-BILLED                 PIC S9(11)V99 VALUE 0.          00120913
                                                                        00012100
      *    traitements facturables du patient courant, recueillis       00012200
      *    pendant le balayage GN puis factures apres coup pour ne      00012300
          05 WS-REFINVNO     PIC X(08).                                 00018525
          05 WS-TRANTYPE     PIC X(01).                                 00018550
          05 WS-BIL-FACILITY PIC X(02).                                 00018560
      *    treatment billed, for contract pricing on payment            00018570
          05 WS-BIL-TRTNAME  PIC X(20).                                 00018580
          05 FILLER          PIC X(04).                                 00018590
                                                                        00018600
      *-----------------------*                                         00018700
       LINKAGE SECTION.                                                 00018800
           DISPLAY 'TREATMNTS SCANNED: ' WS-NO-TRT-SCANNED.             00022600
           DISPLAY 'BILLINGS CREATED : ' WS-NO-BILLED.                  00022700
           DISPLAY 'EXCEPTIONS       : ' WS-NO-EXCEPTIONS.              00022800
           DISPLAY 'REDATED TO OPEN PERIOD: ' WS-NO-REDATED.            00022850
           CLOSE EXCPOUT.                                               00022900
           CLOSE GLF-OUT.                                               00022901
           CLOSE INVXREF.                                               00022950
           IF WS-NO-EXCEPTIONS > 0                                      00024500
              MOVE 4 TO RETURN-CODE                                     00024600
           END-IF.                                                      00024700
                                                                        00024705
      *    tonight's charges, proved against the GL by PBBAL            00024711
           MOVE 'CHARGE  '      TO WS-CTT-TOTAL-ID.                     00024716
           MOVE WS-NO-BILLED    TO WS-CTT-COUNT.                        00024722
           MOVE WS-TOT-BILLED   TO WS-CTT-AMOUNT.                       00024727
           MOVE WS-GLF-TODAY    TO WS-CTT-CYCLE-DATE.                   00024733
           PERFORM 8970-WRITE-CTLTOT                                    00024738
              THRU 8970-WRITE-CTLTOT-END.                               00024744
                                                                        00024750
      *    the completion stamp is what PBCLAIM checks tonight          00024760
           PERFORM 8960-STAMP-CYCLE                                     00024770
              DISPLAY 'FEE SCHEDULE EMPTY - NOTHING CAN BE PRICED'      00027400
              PERFORM 9999-ABEND                                        00027500
                 THRU 9999-ABEND-END                                    00027600
           END-IF.                                                      00027605
                                                                        00027611
      *    the open accounting period: no charge is dated into a        00027616
      *    month finance has already closed                             00027622
           OPEN INPUT PERCTL.                                           00027627
           IF WS-PER-FS = '00'                                          00027633
              READ PERCTL                                               00027638
                 AT END                                                 00027644
                    DISPLAY 'PERCTL EMPTY - NO PERIOD LOCK'             00027650
                 NOT AT END                                             00027655
                    MOVE PER-OPEN-PERIOD TO WS-PER-OPEN-YYMM            00027661
                    MOVE '01'            TO WS-PER-OPEN-DD              00027666
                    DISPLAY 'OPEN PERIOD STARTS: ' WS-PER-OPEN-START    00027672
              END-READ                                                  00027677
              CLOSE PERCTL                                              00027683
           ELSE                                                         00027688
              DISPLAY 'PERCTL NOT AVAILABLE - NO PERIOD LOCK'           00027694
           END-IF.                                                      00027700
                                                                        00027800
      *    load the cutoff date from the previous run                   00027900
           MOVE FIELD-VAL OF QUAL-SSA-PATIENT TO EXCP-PATIENID.         00046900
           MOVE WS-TRTNAME TO EXCP-TRTNAME.                             00047000
           MOVE WS-TRDATE  TO EXCP-TRDATE.                              00047100
           MOVE 'NO FEE SCHEDULE ENTRY' TO EXCP-REASON.                 00047125
           WRITE EXCP-OUT-REC.                                          00047150
           ADD 1 TO WS-NO-EXCEPTIONS.                                   00047200
           IF WS-TRDATE < WS-LOW-EXC-TRDATE                             00047250
           MOVE WS-NEXT-INVOICENO            TO WS-INVOICENO.           00049900
           MOVE WS-BILLABLE-AMOUNT (BIL-IDX) TO WS-AMOUNT.              00050000
           MOVE WS-BILLABLE-TRDATE (BIL-IDX) TO WS-BILLDATE.            00050100
      *    a late-entered treatment of a closed month is billed on      00050103
      *    the first day of the open one; the fee stays that of         00050106
      *    its own day                                                  00050109
           MOVE 'N' TO WS-REDATE-SW.                                    00050113
           IF WS-BILLDATE NUMERIC                                       00050116
              AND WS-BILLDATE < WS-PER-OPEN-START                       00050119
              MOVE WS-PER-OPEN-START TO WS-BILLDATE                     00050123
              MOVE 'Y' TO WS-REDATE-SW                                  00050126
           END-IF.                                                      00050129
           MOVE SPACE                        TO WS-REFINVNO.            00050133
           MOVE 'I'                          TO WS-TRANTYPE.            00050166
           MOVE WS-BILLABLE-FACILITY (BIL-IDX)                          00050170
                                             TO WS-BIL-FACILITY.        00050180
           MOVE WS-BILLABLE-TRTNAME (BIL-IDX)                           00050186
                                             TO WS-BIL-TRTNAME.         00050193
           MOVE WS-BILLING-SEG               TO SEG-IO-AREA.            00050200
                                                                        00050300
           CALL 'CBLTDLI' USING DLI-ISRT,                               00050400
              MOVE WS-GLF-TODAY  TO GLF-DATE                            00051266
              WRITE GLF-REC                                             00051267
              ADD 1 TO WS-NO-BILLED                                     00051300
              ADD WS-AMOUNT TO WS-TOT-BILLED                            00051316
              IF WS-REDATED                                             00051333
                 PERFORM 5020-LIST-REDATED                              00051350
                    THRU 5020-LIST-REDATED-END                          00051366
              END-IF                                                    00051383
              IF WS-BILLABLE-TRDATE (BIL-IDX) > WS-HIGH-TRDATE          00051400
                 MOVE WS-BILLABLE-TRDATE (BIL-IDX)                      00051500
                    TO WS-HIGH-TRDATE                                   00051600
           END-IF.                                                      00052900
      *-----------------------*                                         00053000
       5010-INSERT-ONE-BILLING-END.                                     00053100
      *-----------------------*                                         00053105
           EXIT.                                                        00053110
                                                                        00053115
      *-----------------------*                                         00053121
       5020-LIST-REDATED.                                               00053126
      *-----------------------*                                         00053131
      *    listed for information only: the charge is billed, so        00053136
      *    it neither counts as an exception nor holds the cutoff       00053142
           DISPLAY 'CLOSED PERIOD - BILLED IN OPEN PERIOD: '            00053147
              WS-INVOICENO ' TRDATE ' WS-BILLABLE-TRDATE (BIL-IDX).     00053152
           MOVE FIELD-VAL OF QUAL-SSA-PATIENT  TO EXCP-PATIENID.        00053157
           MOVE WS-BILLABLE-TRTNAME (BIL-IDX) TO EXCP-TRTNAME.          00053163
           MOVE WS-BILLABLE-TRDATE (BIL-IDX)  TO EXCP-TRDATE.           00053168
           MOVE 'REDATED - CLOSED PERIOD'     TO EXCP-REASON.           00053173
           WRITE EXCP-OUT-REC.                                          00053178
           ADD 1 TO WS-NO-REDATED.                                      00053184
      *-----------------------*                                         00053189
       5020-LIST-REDATED-END.                                           00053194
      *-----------------------*                                         00053200
           EXIT.                                                        00053300
                                                                        00053400
              MOVE 12 TO RETURN-CODE                                    00053444
              GOBACK                                                    00053446
           END-IF.                                                      00053448
           IF WS-CYC-BALANCE-BROKEN                                     00534481
              DISPLAY '*** BILLING CYCLE OUT OF BALANCE - NOT SIGNED'   00534482
                 ' OFF - RUN REFUSED ***'                               00534483
              MOVE 12 TO RETURN-CODE                                    00534484
              GOBACK                                                    00534485
           END-IF.                                                      00534486
           DISPLAY 'CYCLE CHECK PASSED - DATABASE AVAILABLE'.           00053450
      *-----------------------*                                         00053452
       0300-CHECK-CYCLE-END.                                            00053454
                     MOVE 'Y' TO WS-CYC-QUIESCED                        00053484
                  ELSE                                                  00053486
                     MOVE 'N' TO WS-CYC-QUIESCED                        00053488
                  END-IF                                                00534881
               END-IF                                                   00534882
      *        and so does the last balancing proof or sign-off         00534883
               IF CYC-PROGRAM = 'PBBAL   '                              00534884
                  IF CYC-STATUS = 'BREAK   '                            00534885
                     MOVE 'Y' TO WS-CYC-BAL-BREAK                       00534886
                  ELSE                                                  00534887
                     MOVE 'N' TO WS-CYC-BAL-BREAK                       00534888
                  END-IF                                                00053490
               END-IF                                                   00053492
             WHEN WS-CYC-FS = '10'                                      00053494
      *-----------------------*                                         00053562
           EXIT.                                                        00053564
                                                                        00053566
      *-----------------------*                                         00535661
       8970-WRITE-CTLTOT.                                               00535662
      *-----------------------*                                         00535663
      *    one control total per call - PBBAL ties them together        00535664
           OPEN EXTEND CTLTOT.                                          00535665
           IF WS-CTT-FS NOT = '00'                                      00535666
              OPEN OUTPUT CTLTOT                                        00535667
           END-IF.                                                      00535668
           IF WS-CTT-FS = '00'                                          00535669
              MOVE SPACE             TO CTT-REC                         00535670
              MOVE 'PBCHARG '          TO CTT-PROGRAM                   00535671
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00535672
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00535673
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00535674
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00535675
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00535676
              ACCEPT WS-CTT-TIME FROM TIME                              00535677
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00535678
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00535679
              WRITE CTT-REC                                             00535680
              CLOSE CTLTOT                                              00535681
           ELSE                                                         00535682
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00535683
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00535684
           END-IF.                                                      00535685
      *-----------------------*                                         00535686
       8970-WRITE-CTLTOT-END.                                           00535687
      *-----------------------*                                         00535688
           EXIT.                                                        00535689
                                                                        00535690
      *-------------------*                                             00053500
       9999-ABEND.                                                      00053600
      *-------------------*                                             00053700
