           SELECT PAYMSTR ASSIGN TO PAYMSTR                             00004197
           ORGANIZATION IS SEQUENTIAL                                   00004198
           FILE STATUS IS WS-PMS-FS.                                    00004199
           SELECT DIAGMSTR ASSIGN TO DIAGMSTR                           00041991
           ORGANIZATION IS SEQUENTIAL                                   00041992
           FILE STATUS IS WS-DGM-FS.                                    00041993
      *----------------*                                                00004200
       DATA DIVISION.                                                   00004300
      *----------------*                                                00004400
           05 DOC-ACTIVE                PIC X(01).                      00009180
           05 FILLER                    PIC X(31).                      00009190
                                                                        00009195
      *    diagnosis code master reference file: one record per         00091951
      *    code a DIAGNOS segment is allowed to carry                   00091952
       FD  DIAGMSTR RECORDING MODE F.                                   00091953
       01  DGM-MSTR-REC.                                                00091954
           05 DGM-CODE                  PIC X(08).                      00091955
           05 DGM-DESC                  PIC X(40).                      00091956
           05 DGM-ACTIVE                PIC X(01).                      00091957
           05 FILLER                    PIC X(31).                      00091958
                                                                        00091959
       FD  JRNLOUT RECORDING MODE F.                                    00009200
       01  JRNL-OUT-REC.                                                00009300
           05 JRNL-RUN-ID       PIC 9(08).                              00009400
           05 WS-DXR-FS                 PIC X(2).                       00012670
           05 WS-FAC-FS                 PIC X(2).                       00012680
           05 WS-PMS-FS                 PIC X(2).                       00012681
           05 WS-DGM-FS                 PIC X(2).                       00012690
                                                                        00012700
       01 WS-FI01-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00012800
          88 WS-FI01-EOF                VALUE 'TRUE'.                   00012900
             10 FI01-DATA-EFFDATE      PIC X(08).                       00015125
             10 FI01-DATA-EXPDATE      PIC X(08).                       00015130
             10 FILLER                 PIC X(36).                       00015135
                                                                        00151351
      * diagnostics du traitement: enfant de TREATMNT, rattache         00151352
      * au traitement du patient courant par son TRTNAME                00151353
          05 FI01-DATA-DIAGNOS  REDEFINES FI01-DATA.                    00151354
             10 FI01-DATA-DG-TRTNAME   PIC X(20).                       00151355
             10 FI01-DATA-DG-PRIMARY   PIC X(08).                       00151356
             10 FI01-DATA-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.        00151357
             10 FILLER                 PIC X(20).                       00151358
          05 FI01-DATA-CYCLE    REDEFINES FI01-DATA.                    00015140
             10 FILLER                 PIC X(69).                       00015145
             10 FI01-CYCLE             PIC X(02).                       00015150
             10 WS-DOC-TAB-ACTIVE  PIC X(01).                           00015288
       01 WS-DOC-VALID                 PIC X(01) VALUE 'N'.             00015290
          88 WS-DOC-OK                 VALUE 'Y'.                       00015292
                                                                        00152921
      * diagnosis master loaded in table at start of run; a code        00152922
      * not on the master (or inactive) is rejected the same way        00152923
      * as an unknown DOCTOR                                            00152924
       01 WS-DGM-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00152925
          88 WS-DGM-EOF                VALUE 'TRUE'.                    00152926
       01 WS-DGM-TABLE.                                                 00152927
          05 WS-DGM-MAX         PIC 9(04) COMP VALUE 2000.              00152928
          05 WS-DGM-COUNT       PIC 9(04) COMP VALUE 0.                 00152929
          05 WS-DGM-ENTRY OCCURS 2000 TIMES INDEXED BY DGM-IDX.         00152930
             10 WS-DGM-TAB-CODE    PIC X(08).                           00152931
             10 WS-DGM-TAB-ACTIVE  PIC X(01).                           00152932
       01 WS-DGM-VALID                 PIC X(01) VALUE 'N'.             00152933
          88 WS-DGM-OK                 VALUE 'Y'.                       00152934
       01 WS-DGM-LOOKUP-CODE           PIC X(08).                       00152935
       01 WS-DGM-SUB                   PIC 9(02) COMP VALUE 0.          00152936
       01 WS-DGM-REASON                PIC X(30).                       00152937
       01 WS-DGM-STATUS                PIC X(02).                       00152938
       01 WS-NO-DIAG-REJECTED          PIC 9(08) VALUE 0.               00152939
                                                                        00015300
      * next invoice number to assign, loaded from INVCTL at            00015400
      * start of run and written back at end of run                     00015500
           05 FILLER PIC X VALUE SPACE.                                 00020200
       01 UNQUAL-SSA-COVERAGE.                                          00020220
           05 SEGMENT-NAME PIC X(8) VALUE 'COVERAGE'.                   00020240
           05 FILLER PIC X VALUE SPACE.                                 00020245
       01 UNQUAL-SSA-DIAGNOS.                                           00020250
           05 SEGMENT-NAME PIC X(8) VALUE 'DIAGNOS'.                    00020255
           05 FILLER PIC X VALUE SPACE.                                 00020260
                                                                        00020280
       01 DLI-FUNCTIONS.                                                00020300
          05 WS-EFFDATE      PIC X(08).                                 00024848
          05 WS-EXPDATE      PIC X(08).                                 00024854
          05 FILLER          PIC X(24).                                 00024860
                                                                        00024861
       01 WS-DIAGNOS-SEG.                                               00024862
          05 WS-DG-PRIMARY   PIC X(08).                                 00024863
          05 WS-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.                  00024864
          05 FILLER          PIC X(28).                                 00024865
                                                                        00024866
      *    resultat du controle d'admissibilite du traitement           00024872
       01 WS-ELIG-OK                   PIC X(01) VALUE 'N'.             00024878
              WS-NO-FAC-REJECTED.                                       00343902
           DISPLAY 'REJECTED - PAYER NOT ON MASTER : '                  00343903
              WS-NO-PAYER-REJECTED.                                     00343904
           DISPLAY 'REJECTED - DIAGNOSIS           : '                  03439041
              WS-NO-DIAG-REJECTED.                                      03439042
           DISPLAY 'REJECTED - DL/I FAILURE: ' WS-NO-REJECTS.           00034400
           CLOSE REJOUT.                                                00034500
           IF WS-NO-REJECTS > 0                                         00034600
              DISPLAY 'PAYER MASTER ENTRIES LOADED: ' WS-PMS-COUNT      08429002
           ELSE                                                         08429003
              DISPLAY 'PAYMSTR NOT AVAILABLE: ' WS-PMS-FS               08429004
              PERFORM 9999-ABEND                                        84290041
                 THRU 9999-ABEND-END                                    84290042
           END-IF.                                                      84290043
                                                                        84290044
      *    load the diagnosis master into its table                     84290045
           OPEN INPUT DIAGMSTR.                                         84290046
           IF WS-DGM-FS = '00'                                          84290047
              PERFORM 1400-LOAD-DGM-TABLE                               84290048
                 THRU 1400-LOAD-DGM-TABLE-END                           84290049
                 UNTIL WS-DGM-EOF                                       84290050
              CLOSE DIAGMSTR                                            84290051
              DISPLAY 'DIAGNOSIS MASTER ENTRIES LOADED: ' WS-DGM-COUNT  84290052
           ELSE                                                         84290053
              DISPLAY 'DIAGMSTR NOT AVAILABLE: ' WS-DGM-FS              84290054
              PERFORM 9999-ABEND                                        08429005
                 THRU 9999-ABEND-END                                    08429006
           END-IF.                                                      08429007
      *-----------------------*                                         00467005
           EXIT.                                                        00467006
                                                                        00046500
      *-----------------------*                                         00046503
       1400-LOAD-DGM-TABLE.                                             00046506
      *-----------------------*                                         00046510
           READ DIAGMSTR                                                00046513
           END-READ.                                                    00046516
                                                                        00046520
           EVALUATE TRUE                                                00046523
             WHEN WS-DGM-FS = '00'                                      00046526
               IF WS-DGM-COUNT < WS-DGM-MAX                             00046530
                  ADD 1 TO WS-DGM-COUNT                                 00046533
                  SET DGM-IDX TO WS-DGM-COUNT                           00046536
                  MOVE DGM-CODE   TO WS-DGM-TAB-CODE (DGM-IDX)          00046540
                  MOVE DGM-ACTIVE TO WS-DGM-TAB-ACTIVE (DGM-IDX)        00046543
               ELSE                                                     00046546
                  DISPLAY 'DIAGNOSIS TABLE FULL - ENTRY DROPPED: '      00046550
                     DGM-CODE                                           00046553
               END-IF                                                   00046556
             WHEN WS-DGM-FS = '10'                                      00046560
               SET WS-DGM-EOF TO TRUE                                   00046563
             WHEN OTHER                                                 00046566
      D        DISPLAY "ERROR READ FILE DIAGMSTR !!!: " WS-DGM-FS       00046570
               PERFORM 9999-ABEND                                       00046573
                  THRU 9999-ABEND-END                                   00046576
           END-EVALUATE.                                                00046580
      *-----------------------*                                         00046583
       1400-LOAD-DGM-TABLE-END.                                         00046586
      *-----------------------*                                         00046590
           EXIT.                                                        00046593
                                                                        00046596
      *---------------------*                                           00046600
       4200-GET-A-PATIENT.                                              00046700
      *---------------------*                                           00046800
      D        DISPLAY "WE ARE ON A COVERAGE SEGMENT"                   00056920
               PERFORM 5070-CREATE-COVERAGE-SEG                         00056930
                  THRU 5070-CREATE-COVERAGE-SEG-END                     00056940
             WHEN 'DIAGNOS'                                             00056950
      D        DISPLAY "WE ARE ON A DIAGNOS SEGMENT"                    00056960
      D        DISPLAY "FI01-DATA-DG-TRTNAME: " FI01-DATA-DG-TRTNAME    00056970
               PERFORM 5080-CREATE-DIAGNOS-SEG                          00056980
                  THRU 5080-CREATE-DIAGNOS-SEG-END                      00056990
             WHEN OTHER                                                 00057000
      D        DISPLAY "UNKNOWN SEGMENT: " FI01-SEGMENT-TYPE            00057100
           END-EVALUATE.                                                00057200
           ADD 1 TO WS-NO-PAYER-REJECTED.                               00061641
      *-----------------------*                                         00061642
       5077-WRITE-PAYER-REJECT-END.                                     00061643
      *-----------------------*                                         00616431
           EXIT.                                                        00616432
                                                                        00616433
      *-----------------------*                                         00616434
       5080-CREATE-DIAGNOS-SEG.                                         00616435
      *-----------------------*                                         00616436
      *    the primary code is mandatory, and every code given          00616437
      *    has to be on the master before the treatment is even         00616438
      *    looked up                                                    00616439
           MOVE SPACE TO WS-DGM-REASON.                                 00616440
           MOVE SPACE TO WS-DGM-STATUS.                                 00616441
           MOVE SPACE TO WS-DGM-LOOKUP-CODE.                            00616442
           IF FI01-DATA-DG-PRIMARY = SPACE                              00616443
              MOVE 'PRIMARY DIAGNOSIS MISSING' TO WS-DGM-REASON         00616444
              PERFORM 5085-WRITE-DIAGNOS-REJECT                         00616445
                 THRU 5085-WRITE-DIAGNOS-REJECT-END                     00616446
              GO TO 5080-CREATE-DIAGNOS-SEG-END                         00616447
           END-IF.                                                      00616448
                                                                        00616449
           MOVE FI01-DATA-DG-PRIMARY TO WS-DGM-LOOKUP-CODE.             00616450
           PERFORM 5082-VALIDATE-DIAGNOSIS                              00616451
              THRU 5082-VALIDATE-DIAGNOSIS-END.                         00616452
           IF NOT WS-DGM-OK                                             00616453
              MOVE 'DIAGNOSIS NOT ON MASTER' TO WS-DGM-REASON           00616454
              PERFORM 5085-WRITE-DIAGNOS-REJECT                         00616455
                 THRU 5085-WRITE-DIAGNOS-REJECT-END                     00616456
              GO TO 5080-CREATE-DIAGNOS-SEG-END                         00616457
           END-IF.                                                      00616458
                                                                        00616459
      *    the secondaries are optional - a blank one is skipped        00616460
           PERFORM 5081-CHECK-SECONDARY                                 00616461
              THRU 5081-CHECK-SECONDARY-END                             00616462
              VARYING WS-DGM-SUB FROM 1 BY 1                            00616463
              UNTIL WS-DGM-SUB > 3                                      00616464
                 OR WS-DGM-REASON NOT = SPACE.                          00616465
           IF WS-DGM-REASON NOT = SPACE                                 00616466
              PERFORM 5085-WRITE-DIAGNOS-REJECT                         00616467
                 THRU 5085-WRITE-DIAGNOS-REJECT-END                     00616468
              GO TO 5080-CREATE-DIAGNOS-SEG-END                         00616469
           END-IF.                                                      00616470
                                                                        00616471
      *    the treatment has to be on file for the patient - its        00616472
      *    TREATMNT record may be earlier in this same input            00616473
           MOVE SPACE TO WS-DGM-LOOKUP-CODE.                            00616474
           MOVE FI01-DATA-DG-TRTNAME TO FIELD-VAL OF QUAL-SSA-TRT-DUP.  00616475
           CALL 'CBLTDLI' USING DLI-GU,                                 00616476
                                PCB-MASK-GI,                            00616477
                                SEG-IO-AREA,                            00616478
                                QUAL-SSA-PATIENT,                       00616479
                                QUAL-SSA-TRT-DUP.                       00616480
           IF STATUS-CODE NOT = '  '                                    00616481
              MOVE 'NO TREATMENT FOR DIAGNOSIS' TO WS-DGM-REASON        00616482
              PERFORM 5085-WRITE-DIAGNOS-REJECT                         00616483
                 THRU 5085-WRITE-DIAGNOS-REJECT-END                     00616484
              GO TO 5080-CREATE-DIAGNOS-SEG-END                         00616485
           END-IF.                                                      00616486
                                                                        00616487
      *    one DIAGNOS per treatment: a second one is a correction      00616488
      *    for the desk, not another insert                             00616489
           CALL 'CBLTDLI' USING DLI-GNP,                                00616490
                                PCB-MASK-GI,                            00616491
                                SEG-IO-AREA,                            00616492
                                UNQUAL-SSA-DIAGNOS.                     00616493
           IF STATUS-CODE = '  '                                        00616494
              MOVE 'DIAGNOSIS ALREADY ON TREATMENT' TO WS-DGM-REASON    00616495
              PERFORM 5085-WRITE-DIAGNOS-REJECT                         00616496
                 THRU 5085-WRITE-DIAGNOS-REJECT-END                     00616497
              GO TO 5080-CREATE-DIAGNOS-SEG-END                         00616498
           END-IF.                                                      00616499
                                                                        00616500
           PERFORM 5083-INSERT-DIAGNOS                                  00616501
              THRU 5083-INSERT-DIAGNOS-END.                             00616502
      *-----------------------*                                         00616503
       5080-CREATE-DIAGNOS-SEG-END.                                     00616504
      *-----------------------*                                         00616505
           EXIT.                                                        00616506
                                                                        00616507
      *-----------------------*                                         00616508
       5081-CHECK-SECONDARY.                                            00616509
      *-----------------------*                                         00616510
           IF FI01-DATA-DG-SECONDARY (WS-DGM-SUB) NOT = SPACE           00616511
              MOVE FI01-DATA-DG-SECONDARY (WS-DGM-SUB)                  00616512
                 TO WS-DGM-LOOKUP-CODE                                  00616513
              PERFORM 5082-VALIDATE-DIAGNOSIS                           00616514
                 THRU 5082-VALIDATE-DIAGNOSIS-END                       00616515
              IF NOT WS-DGM-OK                                          00616516
                 MOVE 'DIAGNOSIS NOT ON MASTER' TO WS-DGM-REASON        00616517
              END-IF                                                    00616518
           END-IF.                                                      00616519
      *-----------------------*                                         00616520
       5081-CHECK-SECONDARY-END.                                        00616521
      *-----------------------*                                         00616522
           EXIT.                                                        00616523
                                                                        00616524
      *-----------------------*                                         00616525
       5082-VALIDATE-DIAGNOSIS.                                         00616526
      *-----------------------*                                         00616527
           MOVE 'N' TO WS-DGM-VALID.                                    00616528
           PERFORM 5084-DIAGNOSIS-LOOKUP                                00616529
              THRU 5084-DIAGNOSIS-LOOKUP-END                            00616530
              VARYING DGM-IDX FROM 1 BY 1                               00616531
              UNTIL DGM-IDX > WS-DGM-COUNT                              00616532
                 OR WS-DGM-OK.                                          00616533
      *-----------------------*                                         00616534
       5082-VALIDATE-DIAGNOSIS-END.                                     00616535
      *-----------------------*                                         00616536
           EXIT.                                                        00616537
                                                                        00616538
      *-----------------------*                                         00616539
       5084-DIAGNOSIS-LOOKUP.                                           00616540
      *-----------------------*                                         00616541
           IF WS-DGM-TAB-CODE (DGM-IDX) = WS-DGM-LOOKUP-CODE            00616542
              AND WS-DGM-TAB-ACTIVE (DGM-IDX) = 'Y'                     00616543
              MOVE 'Y' TO WS-DGM-VALID                                  00616544
           END-IF.                                                      00616545
      *-----------------------*                                         00616546
       5084-DIAGNOSIS-LOOKUP-END.                                       00616547
      *-----------------------*                                         00616548
           EXIT.                                                        00616549
                                                                        00616550
      *-----------------------*                                         00616551
       5083-INSERT-DIAGNOS.                                             00616552
      *-----------------------*                                         00616553
           INITIALIZE WS-DIAGNOS-SEG.                                   00616554
           MOVE FI01-DATA-DG-PRIMARY       TO WS-DG-PRIMARY.            00616555
           MOVE FI01-DATA-DG-SECONDARY (1) TO WS-DG-SECONDARY (1).      00616556
           MOVE FI01-DATA-DG-SECONDARY (2) TO WS-DG-SECONDARY (2).      00616557
           MOVE FI01-DATA-DG-SECONDARY (3) TO WS-DG-SECONDARY (3).      00616558
           MOVE WS-DIAGNOS-SEG             TO SEG-IO-AREA.              00616559
                                                                        00616560
           CALL 'CBLTDLI' USING DLI-ISRT,                               00616561
                                PCB-MASK-GI,                            00616562
                                SEG-IO-AREA,                            00616563
                                QUAL-SSA-PATIENT,                       00616564
                                QUAL-SSA-TRT-DUP,                       00616565
                                UNQUAL-SSA-DIAGNOS.                     00616566
                                                                        00616567
           IF STATUS-CODE = '  '                                        00616568
              DISPLAY 'CREATE IS OK'                                    00616569
              DISPLAY 'SEG-IO : ' SEG-IO-AREA                           00616570
           ELSE                                                         00616571
              DISPLAY 'ERROR IN FETCH :' STATUS-CODE                    00616572
              PERFORM 9700-TALLY-STATUS-CODE                            00616573
                 THRU 9700-TALLY-STATUS-CODE-END                        00616574
              MOVE STATUS-CODE TO WS-DGM-STATUS                         00616575
              MOVE 'ISRT FAILED - SEE STATUS CODE' TO WS-DGM-REASON     00616576
              PERFORM 5085-WRITE-DIAGNOS-REJECT                         00616577
                 THRU 5085-WRITE-DIAGNOS-REJECT-END                     00616578
           END-IF.                                                      00616579
      *-----------------------*                                         00616580
       5083-INSERT-DIAGNOS-END.                                         00616581
      *-----------------------*                                         00616582
           EXIT.                                                        00616583
                                                                        00616584
      *-----------------------*                                         00616585
       5085-WRITE-DIAGNOS-REJECT.                                       00616586
      *-----------------------*                                         00616587
           DISPLAY 'DIAGNOSIS REJECTED: ' WS-DGM-REASON                 00616588
              ' ' WS-DGM-LOOKUP-CODE.                                   00616589
           MOVE WS-SAVE-PATIENID     TO REJ-PATIENID.                   00616590
           MOVE 'DIAGNOS'            TO REJ-SEGTYPE.                    00616591
           MOVE FI01-DATA-DG-TRTNAME TO REJ-TRTNAME.                    00616592
      *    the offending code, if any, rides in the doctor column       00616593
           MOVE WS-DGM-LOOKUP-CODE   TO REJ-DOCTOR.                     00616594
           MOVE SPACE                TO REJ-TRDATE.                     00616595
           MOVE SPACE                TO REJ-INVOICENO.                  00616596
           MOVE WS-DGM-STATUS        TO REJ-STATUS-CODE.                00616597
           MOVE WS-DGM-REASON        TO REJ-REASON.                     00616598
           MOVE FI01-CYCLE           TO REJ-CYCLE.                      00616599
           WRITE REJ-OUT-REC.                                           00616600
           ADD 1 TO WS-NO-REJECTS.                                      00616601
           ADD 1 TO WS-NO-DIAG-REJECTED.                                00616602
      *-----------------------*                                         00616603
       5085-WRITE-DIAGNOS-REJECT-END.                                   00616604
      *-----------------------*                                         00061644
           EXIT.                                                        00061645
                                                                        00061300
