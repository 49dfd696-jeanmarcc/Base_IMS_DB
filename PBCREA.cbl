      *                                                                 00001100
      * Fichier entree: contient le patient a mettre a jour             00001200
      *      et les donnees a creer pour le segment BILLING             00001300
      * Fichier PERCTL: periode comptable ouverte (PBCLOSE);            00001325
      *      une facture ou un memo date dans un mois deja              00001350
      *      ferme est rejete sur FI01REJ avec sa raison                00001375
      *----------------------------------------------------------*      00001400
      *--------------------*                                            00001500
       ENVIRONMENT DIVISION.                                            00001600
           SELECT GLF-OUT ASSIGN TO GLFDOUT                             00002934
           ORGANIZATION IS SEQUENTIAL                                   00002935
           FILE STATUS IS WS-GLF-FS.                                    00002936
           SELECT PERCTL ASSIGN TO PERCTL                               00002942
           ORGANIZATION IS SEQUENTIAL                                   00002948
           FILE STATUS IS WS-PER-FS.                                    00002955
           SELECT FI01-REJ ASSIGN TO FI01REJ                            00002961
           ORGANIZATION IS SEQUENTIAL                                   00002968
           FILE STATUS IS WS-FREJ-FS.                                   00002974
           SELECT CTLTOT ASSIGN TO CTLTOT                               00002980
           ORGANIZATION IS SEQUENTIAL                                   00002987
           FILE STATUS IS WS-CTT-FS.                                    00002993
      *----------------*                                                00003000
       DATA DIVISION.                                                   00003100
      *----------------*                                                00003200
           05 FILLER            PIC X(01).                              00004601
           05 GLF-DATE          PIC 9(08).                              00004602
           05 FILLER            PIC X(53).                              00004603
      *    controle de periode comptable tenu par PBCLOSE: le mois      00046031
      *    ouvert, le dernier mois ferme et son solde de fermeture      00046032
       FD  PERCTL RECORDING MODE F.                                     00046033
       01  PERCTL-REC.                                                  00046034
           05 PER-OPEN-PERIOD   PIC 9(06).                              00046035
           05 FILLER            PIC X(01).                              00046036
           05 PER-LAST-CLOSED   PIC 9(06).                              00046037
           05 FILLER            PIC X(01).                              00046038
           05 PER-CLOSE-DATE    PIC 9(08).                              00046039
           05 FILLER            PIC X(01).                              00046040
           05 PER-CLOSED-AR     PIC S9(11)V99.                          00046041
           05 FILLER            PIC X(44).                              00046042
      *    mouvements refuses, avec leur raison                         00046043
       FD  FI01-REJ RECORDING MODE F.                                   00046044
       01  FREJ-REC.                                                    00046045
           05 FREJ-PATIENID     PIC X(05).                              00046046
           05 FILLER            PIC X(01).                              00046047
           05 FREJ-SEGTYPE      PIC X(08).                              00046048
           05 FILLER            PIC X(01).                              00046049
           05 FREJ-REFINVNO     PIC X(08).                              00046050
           05 FILLER            PIC X(01).                              00046051
           05 FREJ-DATE         PIC X(08).                              00046052
           05 FILLER            PIC X(01).                              00046053
           05 FREJ-AMOUNT       PIC S9(7)V99.                           00046054
           05 FILLER            PIC X(01).                              00046055
           05 FREJ-REASON       PIC X(30).                              00046056
           05 FILLER            PIC X(07).                              00046057
      *    totaux de controle du cycle: un enregistrement par           00046058
      *    classe de mouvement et par execution, rapproches par PBBAL   00046059
       FD  CTLTOT RECORDING MODE F.                                     00046060
       01  CTT-REC.                                                     00046061
           05 CTT-PROGRAM       PIC X(08).                              00046062
           05 FILLER            PIC X(01).                              00046063
           05 CTT-CYCLE-DATE    PIC 9(08).                              00046064
           05 FILLER            PIC X(01).                              00046065
           05 CTT-TOTAL-ID      PIC X(08).                              00046066
           05 FILLER            PIC X(01).                              00046067
           05 CTT-COUNT         PIC 9(09).                              00046068
           05 FILLER            PIC X(01).                              00046069
           05 CTT-AMOUNT        PIC S9(11)V99.                          00046070
           05 FILLER            PIC X(01).                              00046071
           05 CTT-RUN-DATE      PIC 9(08).                              00046072
           05 FILLER            PIC X(01).                              00046073
           05 CTT-RUN-TIME      PIC 9(08).                              00046074
           05 FILLER            PIC X(12).                              00046075
                                                                        00004500
      *-----------------------*                                         00004600
       WORKING-STORAGE SECTION.                                         00004700
           05 WS-NO-ADJ-ORPHAN             PIC 9(8).                    00005041
           05 WS-NO-ADJ-BADTYPE            PIC 9(8).                    00005057
           05 WS-NO-CREATED                PIC 9(8).                    00005075
           05 WS-NO-CLOSED-PERIOD          PIC 9(8).                    00005087
                                                                        00005100
       01 WS-FILE-STATUS.                                               00005200
          05 WS-FI01-FS                PIC X(2).                        00005300
          05 WS-XRF-FS                 PIC X(2).                        00005450
       01 WS-TCH-FS                PIC X(02).                           00005451
       01 WS-GLF-FS                PIC X(02).                           00005452
       01 WS-PER-FS                PIC X(02).                           00054521
       01 WS-FREJ-FS               PIC X(02).                           00054522
       01 WS-CTT-FS                PIC X(02).                           00054523
       01 WS-GLF-TODAY             PIC 9(08).                           00005453
       01 WS-TCH-DATE              PIC 9(08).                           00005452
                                                                        00005455
      *    total de controle en cours d'ecriture sur CTLTOT             00005458
       01 WS-CTT-TOTAL-ID               PIC X(08).                      00005461
       01 WS-CTT-COUNT                  PIC 9(09).                      00005464
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  00005467
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      00005470
       01 WS-CTT-TODAY                  PIC 9(08).                      00005473
       01 WS-CTT-TIME                   PIC 9(08).                      00005476
      *    ce qui a ete envoye au GL ce soir, par classe                00005479
       01 WS-CTT-TOTALS.                                                00005482
          05 WS-TOT-CHARGE              PIC S9(11)V99 VALUE 0.          00005485
          05 WS-NO-CREDMEMO             PIC 9(08) VALUE 0.              00005488
          05 WS-TOT-CREDMEMO            PIC S9(11)V99 VALUE 0.          00005491
          05 WS-NO-DEBMEMO              PIC 9(08) VALUE 0.              00005494
          05 WS-TOT-DEBMEMO             PIC S9(11)V99 VALUE 0.          00005497
                                                                        00005500
       01 WS-FI01-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00005600
          88 WS-FI01-EOF                VALUE 'TRUE'.                   00005700
             10 FI01-ADJ-TYPE          PIC X(01).                       00007466
             10 FI01-ADJ-AMOUNT        PIC S9(7)V99.                    00007472
             10 FI01-ADJ-DATE          PIC X(08).                       00007478
      *          F = frais de financement (PBFINCHG)                    00007483
             10 FI01-ADJ-REASON        PIC X(01).                       00007489
             10 FILLER                 PIC X(45).                       00007494
       01 WS-SAVE-PATIENID             PIC X(05).                       00007500
      * totaux de controle de l'enregistrement remorque du fichier      00007506
      * FI01IN: le programme balance ses propres comptes avec           00007512
      * next invoice number to assign, loaded from INVCTL at            00007700
      * start of run and written back at end of run                     00007800
       01 WS-NEXT-INVOICENO             PIC 9(08) VALUE ZERO.           00007900
                                                                        00007912
      *    premier jour du mois ouvert: rien ne se poste avant;         00007925
      *    sans PERCTL la valeur basse laisse tout passer               00007937
       01 WS-PER-OPEN-START             PIC X(08) VALUE LOW-VALUE.      00007950
       01 WS-PER-OPEN-START-R REDEFINES WS-PER-OPEN-START.              00007962
          05 WS-PER-OPEN-YYMM           PIC 9(06).                      00007975
          05 WS-PER-OPEN-DD             PIC X(02).                      00007987
                                                                        00008000
       01 QUAL-SSA-PATIENT.                                             00008100
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00008200
          05 WS-REFINVNO   PIC X(08).                                   00012525
          05 WS-TRANTYPE   PIC X(01).                                   00012550
          05 WS-BIL-FACILITY PIC X(02).                                 00012560
      *    treatment name, stamped by PBCHARG on a charge               00012566
          05 FILLER        PIC X(20).                                   00012573
      *    why a memo was raised: F = finance charge, never claimed     00012580
          05 WS-BIL-MEMO-REASON PIC X(01).                              00012586
          05 FILLER        PIC X(03).                                   00012593
                                                                        00012600
      *-----------------------*                                         00012700
       LINKAGE SECTION.                                                 00012800
           CLOSE INVXREF.                                               00019450
           CLOSE TCHLOG.                                                00019451
           CLOSE GLF-OUT.                                               00019452
           CLOSE FI01-REJ.                                              00019456
                                                                        00019460
           DISPLAY 'ADJUSTMENTS POSTED : ' WS-NO-ADJUSTED.              00019470
           DISPLAY 'MEMOS W/O ORIGINAL : ' WS-NO-ADJ-ORPHAN.            00019480
           DISPLAY 'MEMOS W/ BAD TYPE  : ' WS-NO-ADJ-BADTYPE.           00019490
           DISPLAY 'IN A CLOSED PERIOD : ' WS-NO-CLOSED-PERIOD.         00019495
                                                                        00019500
      *    balance against the input file trailer                       00019550
           PERFORM 8900-VERIFY-TRAILER                                  00019600
                                                                        00019660
           PERFORM 8950-WRITE-RUNSTAT                                   00019670
              THRU 8950-WRITE-RUNSTAT-END.                              00019680
                                                                        00196801
      *    what went to the GL feed tonight, class by class - a         00196802
      *    zero total is still written to show the run took place       00196803
           MOVE WS-GLF-TODAY    TO WS-CTT-CYCLE-DATE.                   00196804
           MOVE 'CHARGE  '      TO WS-CTT-TOTAL-ID.                     00196805
           MOVE WS-NO-CREATED   TO WS-CTT-COUNT.                        00196806
           MOVE WS-TOT-CHARGE   TO WS-CTT-AMOUNT.                       00196807
           PERFORM 8970-WRITE-CTLTOT                                    00196808
              THRU 8970-WRITE-CTLTOT-END.                               00196809
           MOVE 'CREDMEMO'      TO WS-CTT-TOTAL-ID.                     00196810
           MOVE WS-NO-CREDMEMO  TO WS-CTT-COUNT.                        00196811
           MOVE WS-TOT-CREDMEMO TO WS-CTT-AMOUNT.                       00196812
           PERFORM 8970-WRITE-CTLTOT                                    00196813
              THRU 8970-WRITE-CTLTOT-END.                               00196814
           MOVE 'DEBMEMO '      TO WS-CTT-TOTAL-ID.                     00196815
           MOVE WS-NO-DEBMEMO   TO WS-CTT-COUNT.                        00196816
           MOVE WS-TOT-DEBMEMO  TO WS-CTT-AMOUNT.                       00196817
           PERFORM 8970-WRITE-CTLTOT                                    00196818
              THRU 8970-WRITE-CTLTOT-END.                               00196819
                                                                        00196820
           IF WS-NO-CLOSED-PERIOD > 0                                   00196821
              MOVE 4 TO RETURN-CODE                                     00196822
           END-IF.                                                      00196823
                                                                        00019690
           GOBACK.                                                      00019700
                                                                        00019800
              CLOSE INVCTL                                              00023400
           ELSE                                                         00023500
              DISPLAY 'INVCTL NOT AVAILABLE - STARTING INVOICE SEQ AT 1'00023600
           END-IF.                                                      00023604
                                                                        00023608
      *    the open accounting period: nothing posts into a month       00023612
      *    finance has already closed                                   00023616
           OPEN INPUT PERCTL.                                           00023620
           IF WS-PER-FS = '00'                                          00023624
              READ PERCTL                                               00023628
                 AT END                                                 00023632
                    DISPLAY 'PERCTL EMPTY - NO PERIOD LOCK'             00023636
                 NOT AT END                                             00023640
                    MOVE PER-OPEN-PERIOD TO WS-PER-OPEN-YYMM            00023644
                    MOVE '01'            TO WS-PER-OPEN-DD              00023648
                    DISPLAY 'OPEN PERIOD STARTS: ' WS-PER-OPEN-START    00023652
              END-READ                                                  00023656
              CLOSE PERCTL                                              00023660
           ELSE                                                         00023664
              DISPLAY 'PERCTL NOT AVAILABLE - NO PERIOD LOCK'           00023668
           END-IF.                                                      00023672
           OPEN OUTPUT FI01-REJ.                                        00023676
           IF WS-FREJ-FS NOT = '00'                                     00023680
      D       DISPLAY "ERROR OPEN FILE FI01REJ: " WS-FREJ-FS            00023684
              MOVE 16 TO RETURN-CODE                                    00023688
              PERFORM 9999-ABEND                                        00023692
                 THRU 9999-ABEND-END                                    00023696
           END-IF.                                                      00023700
                                                                        00023800
      *    cross reference grows run over run - extend it, or           00023710
      *-----------------------*                                         00035980
       5010-CREATE-BILLING-SEG.                                         00035990
      *-----------------------*                                         00035995
      *    a charge dated into a closed month would change an AR        00359951
      *    total finance has already reported                           00359952
           IF FI01-DATA-BILLDATE NUMERIC                                00359953
              AND FI01-DATA-BILLDATE < WS-PER-OPEN-START                00359954
              MOVE SPACE               TO FREJ-REC                      00359955
              MOVE 'BILLING'           TO FREJ-SEGTYPE                  00359956
              MOVE SPACE               TO FREJ-REFINVNO                 00359957
              MOVE FI01-DATA-BILLDATE  TO FREJ-DATE                     00359958
              MOVE FI01-DATA-AMOUNT    TO FREJ-AMOUNT                   00359959
              PERFORM 5090-REJECT-CLOSED-PERIOD                         00359960
                 THRU 5090-REJECT-CLOSED-PERIOD-END                     00359961
              GO TO 5010-CREATE-BILLING-SEG-END                         00359962
           END-IF.                                                      00359963
           INITIALIZE WS-BILLING-SEG.                                   00032200
      *    invoice number is assigned from the sequence, not            00032300
      *    taken from the input file                                    00032400
              MOVE WS-AMOUNT     TO GLF-AMOUNT                          00033955
              MOVE WS-GLF-TODAY  TO GLF-DATE                            00033956
              WRITE GLF-REC                                             00033957
              ADD WS-AMOUNT      TO WS-TOT-CHARGE                       00033978
           ELSE                                                         00034000
              DISPLAY 'ERROR IN FETCH :' STATUS-CODE                    00034100
              DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                    00034200
              DISPLAY 'INVALID ADJUSTMENT TYPE - MEMO SKIPPED: '        00036023
                 FI01-ADJ-TYPE ' REF ' FI01-ADJ-REFINVNO                00036024
              ADD 1 TO WS-NO-ADJ-BADTYPE                                00036025
              GO TO 5015-CREATE-ADJUSTMENT-END                          00360251
           END-IF.                                                      00360252
           IF FI01-ADJ-DATE NUMERIC                                     00360253
              AND FI01-ADJ-DATE < WS-PER-OPEN-START                     00360254
              MOVE SPACE               TO FREJ-REC                      00360255
              MOVE 'ADJUST'            TO FREJ-SEGTYPE                  00360256
              MOVE FI01-ADJ-REFINVNO   TO FREJ-REFINVNO                 00360257
              MOVE FI01-ADJ-DATE       TO FREJ-DATE                     00360258
              MOVE FI01-ADJ-AMOUNT     TO FREJ-AMOUNT                   00360259
              PERFORM 5090-REJECT-CLOSED-PERIOD                         00360260
                 THRU 5090-REJECT-CLOSED-PERIOD-END                     00360261
              GO TO 5015-CREATE-ADJUSTMENT-END                          00036026
           END-IF.                                                      00036027
           MOVE FI01-ADJ-REFINVNO TO FIELD-VAL OF QUAL-SSA-BILLING.     00036028
           MOVE FI01-ADJ-REFINVNO   TO WS-REFINVNO.                     00036094
           MOVE FI01-ADJ-TYPE       TO WS-TRANTYPE.                     00036097
           MOVE WS-SAVE-FACILITY    TO WS-BIL-FACILITY.                 00036098
           MOVE FI01-ADJ-REASON     TO WS-BIL-MEMO-REASON.              00036099
           MOVE WS-BILLING-SEG      TO SEG-IO-AREA.                     00036100
                                                                        00036103
           CALL 'CBLTDLI' USING DLI-ISRT,                               00036106
              MOVE FI01-ADJ-AMOUNT TO GLF-AMOUNT                        00036148
              MOVE WS-GLF-TODAY    TO GLF-DATE                          00036149
              WRITE GLF-REC                                             00036150
              IF FI01-ADJ-TYPE = 'C'                                    00361501
                 ADD 1               TO WS-NO-CREDMEMO                  00361502
                 ADD FI01-ADJ-AMOUNT TO WS-TOT-CREDMEMO                 00361503
              ELSE                                                      00361504
                 ADD 1               TO WS-NO-DEBMEMO                   00361505
                 ADD FI01-ADJ-AMOUNT TO WS-TOT-DEBMEMO                  00361506
              END-IF                                                    00361507
              ADD 1 TO WS-NO-ADJUSTED                                   00036142
              PERFORM 8960-WRITE-TCHLOG                                 00036143
                 THRU 8960-WRITE-TCHLOG-END                             00036144
           END-IF.                                                      00036154
      *-----------------------*                                         00036157
       5015-CREATE-ADJUSTMENT-END.                                      00036160
      *-----------------------*                                         00361601
           EXIT.                                                        00361602
                                                                        00361603
      *-----------------------*                                         00361604
       5090-REJECT-CLOSED-PERIOD.                                       00361605
      *-----------------------*                                         00361606
      *    the caller has filled in the record's own fields             00361607
           DISPLAY 'DATED IN A CLOSED PERIOD - REJECTED: '              00361608
              FREJ-SEGTYPE ' ' FREJ-DATE.                               00361609
           MOVE WS-SAVE-PATIENID         TO FREJ-PATIENID.              00361610
           MOVE 'DATED IN A CLOSED PERIOD' TO FREJ-REASON.              00361611
           WRITE FREJ-REC.                                              00361612
           ADD 1 TO WS-NO-CLOSED-PERIOD.                                00361613
      *-----------------------*                                         00361614
       5090-REJECT-CLOSED-PERIOD-END.                                   00361615
      *-----------------------*                                         00036163
           EXIT.                                                        00036166
                                                                        00036200
                 + WS-NO-ADJUSTED                                       00042400
              MOVE WS-RUNSTAT-GOOD TO RST-CNT-GOOD                      00042500
              COMPUTE WS-RUNSTAT-REJ = WS-NO-ADJ-ORPHAN                 00042550
                 + WS-NO-ADJ-BADTYPE + WS-NO-CLOSED-PERIOD              00042600
              MOVE WS-RUNSTAT-REJ TO RST-CNT-REJECT                     00042650
              MOVE ZERO TO RST-CNT-OTHER                                00042700
              WRITE RUNSTAT-REC                                         00042800
      *-----------------------*                                         00043500
           EXIT.                                                        00043600
                                                                        00043700
      *-----------------------*                                         00043800
       8970-WRITE-CTLTOT.                                               00043900
      *-----------------------*                                         00044000
      *    one control total per call - PBBAL ties them together        00044100
           OPEN EXTEND CTLTOT.                                          00044200
           IF WS-CTT-FS NOT = '00'                                      00044300
              OPEN OUTPUT CTLTOT                                        00044400
           END-IF.                                                      00044500
           IF WS-CTT-FS = '00'                                          00044600
              MOVE SPACE             TO CTT-REC                         00044700
              MOVE 'PBCREA  '          TO CTT-PROGRAM                   00044800
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00044900
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00045000
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00045100
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00045200
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00045300
              ACCEPT WS-CTT-TIME FROM TIME                              00045400
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00045500
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00045600
              WRITE CTT-REC                                             00045700
              CLOSE CTLTOT                                              00045800
           ELSE                                                         00045900
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00046000
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00046100
           END-IF.                                                      00046200
      *-----------------------*                                         00046300
       8970-WRITE-CTLTOT-END.                                           00046400
      *-----------------------*                                         00046500
           EXIT.                                                        00046600
