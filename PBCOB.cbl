      * Fichier entree: CLMREG, registre des reclamations emises        00002000
      * Fichier sortie: SECOUT, reclamations secondaires                00002100
      * Fichier sortie: CLMREG (ajout), secondaires inscrites           00002200
      * Fichier entree: DOCMSTR, maitre des medecins (nom vers          00002208
      *      DOC-CODE)                                                  00002216
      * Fichier entree: ENRLFILE, adhesions medecin-payeur              00002225
      *      (PENRMNT)                                                  00002233
      * Fichier sortie: DXHOLD (ajout), secondaires retenues            00002241
      *      faute de diagnostic principal sur le traitement, ou        00002250
      *      quand le medecin du traitement n'est pas adhere au         00002258
      *      payeur secondaire a la date du traitement                  00002266
      * Fichier sortie: CTLTOT, totaux de controle du cycle (ajout):    00002275
      *      secondaires emises ce soir, rapprochees du registre        00002283
      *      par PBBAL                                                  00002291
      *----------------------------------------------------------*      00002300
      *--------------------*                                            00002400
       ENVIRONMENT DIVISION.                                            00002500
           SELECT SEC-OUT ASSIGN TO SECOUT                              00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-SEC-FS.                                    00003800
           SELECT DXH-OUT ASSIGN TO DXHOLD                              00003807
           ORGANIZATION IS SEQUENTIAL                                   00003815
           FILE STATUS IS WS-DXH-FS.                                    00003823
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00003830
           ORGANIZATION IS SEQUENTIAL                                   00003838
           FILE STATUS IS WS-DOC-FS.                                    00003846
           SELECT ENRL-IN ASSIGN TO ENRLFILE                            00003853
           ORGANIZATION IS SEQUENTIAL                                   00003861
           FILE STATUS IS WS-ENR-FS.                                    00003869
           SELECT CTLTOT ASSIGN TO CTLTOT                               00003876
           ORGANIZATION IS SEQUENTIAL                                   00003884
           FILE STATUS IS WS-CTT-FS.                                    00003892
      *----------------*                                                00003900
       DATA DIVISION.                                                   00004000
      *----------------*                                                00004100
           05 FILLER            PIC X(01).                              00008600
           05 SEC-PRIMARY-PAID  PIC 9(7)V99.                            00008700
           05 SEC-COB-TAG       PIC X(05).                              00008800
           05 FILLER            PIC X(01).                              00008801
           05 SEC-DIAG-PRIMARY  PIC X(08).                              00008803
           05 FILLER            PIC X(01).                              00008804
           05 SEC-DIAG-SEC1     PIC X(08).                              00008806
           05 FILLER            PIC X(01).                              00008807
           05 SEC-DIAG-SEC2     PIC X(08).                              00008809
           05 FILLER            PIC X(01).                              00008810
           05 SEC-DIAG-SEC3     PIC X(08).                              00008812
                                                                        00008813
      *    liste des reclamations retenues de PBCLAIM, prolongee        00008815
      *    des secondaires dont le traitement n'a pas de                00008816
      *    diagnostic principal                                         00008818
       FD  DXH-OUT RECORDING MODE F.                                    00008819
       01  DXH-OUT-REC.                                                 00008821
           05 DXH-PATIENID     PIC X(05).                               00008822
           05 FILLER           PIC X(01).                               00008824
           05 DXH-INVOICENO    PIC X(08).                               00008825
           05 FILLER           PIC X(01).                               00008827
           05 DXH-PAYERCD      PIC X(08).                               00008828
           05 FILLER           PIC X(01).                               00008830
           05 DXH-LEVEL        PIC X(01).                               00008831
           05 FILLER           PIC X(01).                               00008833
           05 DXH-TRTNAME      PIC X(20).                               00008834
           05 FILLER           PIC X(01).                               00008836
           05 DXH-REASON       PIC X(30).                               00008837
           05 FILLER           PIC X(03).                               00008839
                                                                        00008840
      *    doctor master: TREATMNT carries the doctor's name, the       00008842
      *    enrollment file the DOC-CODE                                 00008843
       FD  DOCMSTR RECORDING MODE F.                                    00008845
       01  DOC-MSTR-REC.                                                00008846
           05 DOC-CODE                  PIC X(08).                      00008848
           05 DOC-NAME                  PIC X(20).                      00008850
           05 DOC-SPECIALTY             PIC X(20).                      00008851
           05 DOC-ACTIVE                PIC X(01).                      00008853
           05 FILLER                    PIC X(31).                      00008854
                                                                        00008856
      *    adhesion d'un medecin aupres d'un payeur, a dates d'effet    00008857
       FD  ENRL-IN RECORDING MODE F.                                    00008859
       01  ENR-REC.                                                     00008860
           05 ENR-DOC-CODE              PIC X(08).                      00008862
           05 ENR-PAYERCD               PIC X(08).                      00008863
           05 ENR-PROVNO                PIC X(12).                      00008865
           05 ENR-EFFDATE               PIC X(08).                      00008866
           05 ENR-ENDDATE               PIC X(08).                      00008868
           05 FILLER                    PIC X(36).                      00008869
                                                                        00008871
      *    totaux de controle du cycle: un enregistrement par           00008872
      *    classe de mouvement et par execution, rapproches par PBBAL   00008874
       FD  CTLTOT RECORDING MODE F.                                     00008875
       01  CTT-REC.                                                     00008877
           05 CTT-PROGRAM       PIC X(08).                              00008878
           05 FILLER            PIC X(01).                              00008880
           05 CTT-CYCLE-DATE    PIC 9(08).                              00008881
           05 FILLER            PIC X(01).                              00008883
           05 CTT-TOTAL-ID      PIC X(08).                              00008884
           05 FILLER            PIC X(01).                              00008886
           05 CTT-COUNT         PIC 9(09).                              00008887
           05 FILLER            PIC X(01).                              00008889
           05 CTT-AMOUNT        PIC S9(11)V99.                          00008890
           05 FILLER            PIC X(01).                              00008892
           05 CTT-RUN-DATE      PIC 9(08).                              00008893
           05 FILLER            PIC X(01).                              00008895
           05 CTT-RUN-TIME      PIC 9(08).                              00008896
           05 FILLER            PIC X(12).                              00008898
                                                                        00008900
      *-----------------------*                                         00009000
       WORKING-STORAGE SECTION.                                         00009100
       01 WS-FILE-STATUS.                                               00009300
          05 WS-REG-FS                 PIC X(2).                        00009400
          05 WS-SEC-FS                 PIC X(2).                        00009500
          05 WS-DXH-FS                 PIC X(2).                        00009520
          05 WS-DOC-FS                 PIC X(2).                        00009540
          05 WS-ENR-FS                 PIC X(2).                        00009560
          05 WS-CTT-FS                 PIC X(2).                        00009580
                                                                        00009600
       01 WS-REG-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009700
          88 WS-REG-EOF                 VALUE 'TRUE'.                   00009800
           05 WS-NO-PATIENTS               PIC 9(8).                    00010100
           05 WS-NO-SECONDARY              PIC 9(8).                    00010200
           05 WS-NO-ALREADY-SENT           PIC 9(8).                    00010300
           05 WS-NO-DIAG-HELD              PIC 9(8).                    00010333
           05 WS-NO-ENRL-HELD              PIC 9(8).                    00010366
                                                                        00010400
       01 WS-EXTRACT-DATE               PIC 9(08).                      00010500
                                                                        00010510
      *    total de controle en cours d'ecriture sur CTLTOT             00010520
       01 WS-CTT-TOTAL-ID               PIC X(08).                      00010530
       01 WS-CTT-COUNT                  PIC 9(09).                      00010540
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  00010550
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      00010560
       01 WS-CTT-TODAY                  PIC 9(08).                      00010570
       01 WS-CTT-TIME                   PIC 9(08).                      00010580
       01 WS-TOT-SECONDARY              PIC S9(11)V99 VALUE 0.          00010590
                                                                        00010600
      *    le registre charge en table: les primaires donnent le        00010700
      *    payeur a exclure, les S deja emises ne repartent pas         00010800
          88 WS-COV-HIT                 VALUE 'Y'.                      00013500
       01 WS-COV-HIT-SUB                PIC 9(02) COMP VALUE 0.         00013600
                                                                        00013700
      *    traitements du patient courant et leurs diagnostics,         00013702
      *    recueillis avant le balayage de ses factures                 00013704
       01 WS-TRT-TABLE.                                                 00013706
          05 WS-TRT-MAX         PIC 9(02) COMP VALUE 50.                00013708
          05 WS-TRT-COUNT       PIC 9(02) COMP VALUE 0.                 00013710
          05 WS-TRT-ENTRY OCCURS 50 TIMES INDEXED BY TRT-IDX.           00013712
             10 WS-TRT-TRTNAME  PIC X(20).                              00013714
             10 WS-TRT-TRDATE   PIC X(08).                              00013716
             10 WS-TRT-DOCTOR   PIC X(20).                              00013718
             10 WS-TRT-DG-PRIMARY PIC X(08).                            00013720
             10 WS-TRT-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00013722
                                                                        00013724
       01 WS-TRT-FOUND                  PIC X(01) VALUE 'N'.            00013726
          88 WS-TRT-HIT                 VALUE 'Y'.                      00013728
       01 WS-TRT-HIT-SUB                PIC 9(02) COMP VALUE 0.         00013730
       01 WS-DXH-REASON                 PIC X(30).                      00013732
                                                                        00013734
      *    doctor-payer enrollments, checked as PBCLAIM does for        00013736
      *    the primary                                                  00013738
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013740
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00013742
       01 WS-DOC-TABLE.                                                 00013744
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00013746
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00013748
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00013751
             10 WS-DOC-TAB-CODE    PIC X(08).                           00013753
             10 WS-DOC-TAB-NAME    PIC X(20).                           00013755
       01 WS-DOC-FOUND                  PIC X(01) VALUE 'N'.            00013757
          88 WS-DOC-HIT                 VALUE 'Y'.                      00013759
       01 WS-DOC-HIT-SUB                PIC 9(03) COMP VALUE 0.         00013761
       01 WS-ENR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013763
          88 WS-ENR-EOF                 VALUE 'TRUE'.                   00013765
       01 WS-ENR-TABLE.                                                 00013767
          05 WS-ENR-MAX         PIC 9(04) COMP VALUE 1000.              00013769
          05 WS-ENR-COUNT       PIC 9(04) COMP VALUE 0.                 00013771
          05 WS-ENR-ENTRY OCCURS 1000 TIMES INDEXED BY ENR-IDX.         00013773
             10 WS-ENR-TAB-DOC-CODE PIC X(08).                          00013775
             10 WS-ENR-TAB-PAYERCD  PIC X(08).                          00013777
             10 WS-ENR-TAB-EFFDATE  PIC X(08).                          00013779
             10 WS-ENR-TAB-ENDDATE  PIC X(08).                          00013781
       01 WS-ENR-FOUND                  PIC X(01) VALUE 'N'.            00013783
          88 WS-ENR-HIT                 VALUE 'Y'.                      00013785
       01 WS-ENR-LOADED                 PIC X(01) VALUE 'N'.            00013787
          88 WS-ENR-FILE-LOADED         VALUE 'Y'.                      00013789
       01 WS-ENR-HELD                   PIC X(01) VALUE 'N'.            00013791
          88 WS-ENR-HOLD                VALUE 'Y'.                      00013793
       01 WS-CLAIM-DOC-CODE             PIC X(08).                      00013795
                                                                        00013797
       01 WS-PAID-SUM                   PIC S9(9)V99 VALUE 0.           00013800
       01 WS-RESIDUAL                   PIC S9(9)V99 VALUE 0.           00013900
       01 WS-SAVE-AMOUNT                PIC S9(7)V99.                   00014000
       01 WS-SAVE-INVOICENO             PIC X(08).                      00014100
       01 WS-SAVE-BILLDATE              PIC X(08).                      00014200
       01 WS-SAVE-TRANTYPE              PIC X(01).                      00014233
       01 WS-SAVE-TRTNAME               PIC X(20).                      00014266
       01 WS-SAVE-MEMO-REASON           PIC X(01).                      00014283
       01 WS-SAVE-PATIENTID             PIC X(05).                      00014300
       01 WS-SAVE-PATNAME               PIC X(20).                      00014400
                                                                        00014500
                                                                        00016500
       01 UNQUAL-SSA-PAYMENT.                                           00016600
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00016700
           05 FILLER PIC X VALUE SPACE.                                 00016711
                                                                        00016722
       01 UNQUAL-SSA-TREATMNT.                                          00016733
           05 SEGMENT-NAME PIC X(8) VALUE 'TREATMNT'.                   00016744
           05 FILLER PIC X VALUE SPACE.                                 00016755
                                                                        00016766
       01 UNQUAL-SSA-DIAGNOS.                                           00016777
           05 SEGMENT-NAME PIC X(8) VALUE 'DIAGNOS'.                    00016788
           05 FILLER PIC X VALUE SPACE.                                 00016800
                                                                        00016900
       01 DLI-FUNCTIONS.                                                00017000
          05 WS-INVOICENO PIC X(08).                                    00019500
          05 WS-AMOUNT    PIC S9(7)V99.                                 00019600
          05 WS-BILLDATE  PIC X(08).                                    00019700
          05 WS-REFINVNO  PIC X(08).                                    00019711
          05 WS-TRANTYPE  PIC X(01).                                    00019722
          05 WS-BIL-FACILITY PIC X(02).                                 00019733
          05 WS-BIL-TRTNAME  PIC X(20).                                 00019744
      *    F = finance charge (PBFINCHG), never claimed                 00019749
          05 WS-BIL-MEMO-REASON PIC X(01).                              00019755
          05 FILLER       PIC X(03).                                    00019760
                                                                        00019766
       01 WS-TREATMNT-SEG REDEFINES SEG-IO-AREA.                        00019777
          05 WS-TRDATE       PIC X(08).                                 00019788
          05 WS-TRTNAME      PIC X(20).                                 00019800
          05 WS-DOCTOR       PIC X(20).                                 00019811
          05 WS-TRT-FACILITY PIC X(02).                                 00019822
          05 FILLER          PIC X(10).                                 00019833
                                                                        00019844
       01 WS-DIAGNOS-SEG REDEFINES SEG-IO-AREA.                         00019855
          05 WS-DG-PRIMARY   PIC X(08).                                 00019866
          05 WS-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.                  00019877
          05 FILLER          PIC X(28).                                 00019888
                                                                        00019900
       01 WS-COVERAGE-SEG REDEFINES SEG-IO-AREA.                        00020000
          05 WS-PAYERCD      PIC X(08).                                 00020100
           DISPLAY 'PATIENTS SCANNED   : ' WS-NO-PATIENTS.              00025500
           DISPLAY 'SECONDARY CLAIMS   : ' WS-NO-SECONDARY.             00025600
           DISPLAY 'ALREADY SENT (SKIP): ' WS-NO-ALREADY-SENT.          00025700
           DISPLAY 'HELD - NO PRIMARY DX: ' WS-NO-DIAG-HELD.            00025733
           DISPLAY 'HELD - NOT ENROLLED : ' WS-NO-ENRL-HELD.            00025766
           CLOSE SEC-OUT.                                               00025800
           CLOSE CLM-REG.                                               00025900
           CLOSE DXH-OUT.                                               00025906
           IF WS-NO-DIAG-HELD > 0                                       00025913
              OR WS-NO-ENRL-HELD > 0                                    00025920
              MOVE 4 TO RETURN-CODE                                     00025926
           END-IF.                                                      00025933
                                                                        00025940
      *    the secondaries sent tonight, proved against the             00025946
      *    register by PBBAL                                            00025953
           MOVE 'CLAIMSEC'         TO WS-CTT-TOTAL-ID.                  00025960
           MOVE WS-NO-SECONDARY    TO WS-CTT-COUNT.                     00025966
           MOVE WS-TOT-SECONDARY   TO WS-CTT-AMOUNT.                    00025973
           MOVE WS-EXTRACT-DATE    TO WS-CTT-CYCLE-DATE.                00025980
           PERFORM 8970-WRITE-CTLTOT                                    00025986
              THRU 8970-WRITE-CTLTOT-END.                               00025993
                                                                        00026000
           GOBACK.                                                      00026100
                                                                        00026200
                                                                        00029200
           OPEN OUTPUT SEC-OUT.                                         00029300
                                                                        00029400
      *    PBCLAIM opened tonight's hold list; the secondaries          00029412
      *    held here are added after its primaries                      00029425
           OPEN EXTEND DXH-OUT.                                         00029437
           IF WS-DXH-FS NOT = '00'                                      00029450
              OPEN OUTPUT DXH-OUT                                       00029462
           END-IF.                                                      00029475
                                                                        00029487
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.                   00029500
                                                                        00029504
      *    enrollments are checked by DOC-CODE, so both the doctor      00029508
      *    master and the enrollment file are needed                    00029512
           OPEN INPUT DOCMSTR.                                          00029516
           IF WS-DOC-FS = '00'                                          00029520
              PERFORM 1500-LOAD-DOC-TABLE                               00029524
                 THRU 1500-LOAD-DOC-TABLE-END                           00029528
                 UNTIL WS-DOC-EOF                                       00029532
              CLOSE DOCMSTR                                             00029536
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00029540
              OPEN INPUT ENRL-IN                                        00029544
              IF WS-ENR-FS = '00'                                       00029548
                 MOVE 'Y' TO WS-ENR-LOADED                              00029552
                 PERFORM 1600-LOAD-ENR-TABLE                            00029556
                    THRU 1600-LOAD-ENR-TABLE-END                        00029560
                    UNTIL WS-ENR-EOF                                    00029564
                 CLOSE ENRL-IN                                          00029568
                 DISPLAY 'ENROLLMENTS LOADED: ' WS-ENR-COUNT            00029572
              ELSE                                                      00029576
                 DISPLAY 'ENRLFILE NOT AVAILABLE - NO ENROLLMENT CHECK' 00029580
              END-IF                                                    00029584
           ELSE                                                         00029588
              DISPLAY 'DOCMSTR NOT AVAILABLE - NO ENROLLMENT CHECK'     00029592
           END-IF.                                                      00029596
                                                                        00029600
           DISPLAY "***** FIN INIT PROCESS *****".                      00029700
                                                                        00029800
      *-----------------------*                                         00033100
           EXIT.                                                        00033200
                                                                        00033300
      *-----------------------*                                         00033301
       1500-LOAD-DOC-TABLE.                                             00033303
      *-----------------------*                                         00033304
           READ DOCMSTR                                                 00033306
           END-READ.                                                    00033307
                                                                        00033309
           EVALUATE TRUE                                                00033310
             WHEN WS-DOC-FS = '00'                                      00033312
               IF WS-DOC-COUNT < WS-DOC-MAX                             00033313
                  ADD 1 TO WS-DOC-COUNT                                 00033315
                  SET DOC-IDX TO WS-DOC-COUNT                           00033316
                  MOVE DOC-CODE TO WS-DOC-TAB-CODE (DOC-IDX)            00033318
                  MOVE DOC-NAME TO WS-DOC-TAB-NAME (DOC-IDX)            00033319
               ELSE                                                     00033321
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00033322
                     DOC-CODE                                           00033324
               END-IF                                                   00033325
             WHEN WS-DOC-FS = '10'                                      00033327
               SET WS-DOC-EOF TO TRUE                                   00033328
             WHEN OTHER                                                 00033330
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00033331
               PERFORM 9999-ABEND                                       00033333
                  THRU 9999-ABEND-END                                   00033334
           END-EVALUATE.                                                00033336
      *-----------------------*                                         00033337
       1500-LOAD-DOC-TABLE-END.                                         00033339
      *-----------------------*                                         00033340
           EXIT.                                                        00033342
                                                                        00033343
      *-----------------------*                                         00033345
       1600-LOAD-ENR-TABLE.                                             00033346
      *-----------------------*                                         00033348
           READ ENRL-IN                                                 00033350
           END-READ.                                                    00033351
                                                                        00033353
           EVALUATE TRUE                                                00033354
             WHEN WS-ENR-FS = '00'                                      00033356
               IF WS-ENR-COUNT < WS-ENR-MAX                             00033357
                  ADD 1 TO WS-ENR-COUNT                                 00033359
                  SET ENR-IDX TO WS-ENR-COUNT                           00033360
                  MOVE ENR-DOC-CODE TO WS-ENR-TAB-DOC-CODE (ENR-IDX)    00033362
                  MOVE ENR-PAYERCD  TO WS-ENR-TAB-PAYERCD (ENR-IDX)     00033363
                  MOVE ENR-EFFDATE  TO WS-ENR-TAB-EFFDATE (ENR-IDX)     00033365
                  MOVE ENR-ENDDATE  TO WS-ENR-TAB-ENDDATE (ENR-IDX)     00033366
               ELSE                                                     00033368
      *           a dropped row would hold claims that are fine -       00033369
      *           stop instead                                          00033371
                  DISPLAY '*** ENROLLMENT TABLE FULL - RUN STOPPED: '   00033372
                     ENR-DOC-CODE ' ' ENR-PAYERCD ' ***'                00033374
                  MOVE 16 TO RETURN-CODE                                00033375
                  PERFORM 9999-ABEND                                    00033377
                     THRU 9999-ABEND-END                                00033378
               END-IF                                                   00033380
             WHEN WS-ENR-FS = '10'                                      00033381
               SET WS-ENR-EOF TO TRUE                                   00033383
             WHEN OTHER                                                 00033384
      D        DISPLAY "ERROR READ FILE ENRLFILE !!!: " WS-ENR-FS       00033386
               PERFORM 9999-ABEND                                       00033387
                  THRU 9999-ABEND-END                                   00033389
           END-EVALUATE.                                                00033390
      *-----------------------*                                         00033392
       1600-LOAD-ENR-TABLE-END.                                         00033393
      *-----------------------*                                         00033395
           EXIT.                                                        00033396
                                                                        00033398
      *----------------------*                                          00033400
       4000-SCAN-PATIENT.                                               00033500
      *----------------------*                                          00033600
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00035200
                PERFORM 4100-COLLECT-COVERAGE                           00035300
                   THRU 4100-COLLECT-COVERAGE-END                       00035400
                   UNTIL STATUS-CODE NOT = SPACE                        00035410
                PERFORM 4150-REPOSITION-PATIENT                         00035420
                   THRU 4150-REPOSITION-PATIENT-END                     00035430
                                                                        00035440
      *         then the treatments, each with its diagnoses            00035450
                MOVE ZERO TO WS-TRT-COUNT                               00035460
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00035470
                PERFORM 4160-COLLECT-TREATMNT                           00035480
                   THRU 4160-COLLECT-TREATMNT-END                       00035490
                   UNTIL STATUS-CODE NOT = SPACE                        00035500
                PERFORM 4150-REPOSITION-PATIENT                         00035600
                   THRU 4150-REPOSITION-PATIENT-END                     00035700
           EXIT.                                                        00041500
                                                                        00041600
      *-------------------------*                                       00041700
       4160-COLLECT-TREATMNT.                                           00041701
      *-------------------------*                                       00041703
           INITIALIZE SEG-IO-AREA.                                      00041705
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00041707
                                PCB-MASK-GI,                            00041709
                                SEG-IO-AREA,                            00041711
                                QUAL-SSA-PATIENT,                       00041713
                                UNQUAL-SSA-TREATMNT.                    00041715
                                                                        00041717
           IF STATUS-CODE = '  '                                        00041719
              IF WS-TRT-COUNT < WS-TRT-MAX                              00041721
                 ADD 1 TO WS-TRT-COUNT                                  00041723
                 SET TRT-IDX TO WS-TRT-COUNT                            00041725
                 MOVE WS-TRTNAME TO WS-TRT-TRTNAME (TRT-IDX)            00041727
                 MOVE WS-TRDATE  TO WS-TRT-TRDATE (TRT-IDX)             00041729
                 MOVE WS-DOCTOR  TO WS-TRT-DOCTOR (TRT-IDX)             00041731
                 MOVE SPACE      TO WS-TRT-DG-PRIMARY (TRT-IDX)         00041733
                 MOVE SPACE      TO WS-TRT-DG-SECONDARY (TRT-IDX, 1)    00041735
                 MOVE SPACE      TO WS-TRT-DG-SECONDARY (TRT-IDX, 2)    00041737
                 MOVE SPACE      TO WS-TRT-DG-SECONDARY (TRT-IDX, 3)    00041739
      *          GNP under the treatment just read finds its            00041741
      *          diagnoses, if any; the GN above then carries on        00041743
      *          to the next treatment                                  00041745
                 INITIALIZE SEG-IO-AREA                                 00041747
                 CALL 'CBLTDLI' USING DLI-GNP,                          00041749
                                      PCB-MASK-GI,                      00041750
                                      SEG-IO-AREA,                      00041752
                                      UNQUAL-SSA-DIAGNOS                00041754
                 IF STATUS-CODE = '  '                                  00041756
                    MOVE WS-DG-PRIMARY                                  00041758
                       TO WS-TRT-DG-PRIMARY (TRT-IDX)                   00041760
                    MOVE WS-DG-SECONDARY (1)                            00041762
                       TO WS-TRT-DG-SECONDARY (TRT-IDX, 1)              00041764
                    MOVE WS-DG-SECONDARY (2)                            00041766
                       TO WS-TRT-DG-SECONDARY (TRT-IDX, 2)              00041768
                    MOVE WS-DG-SECONDARY (3)                            00041770
                       TO WS-TRT-DG-SECONDARY (TRT-IDX, 3)              00041772
                 END-IF                                                 00041774
                 MOVE '  ' TO STATUS-CODE                               00041776
              ELSE                                                      00041778
                 DISPLAY 'TREATMENT TABLE FULL - PATIENT: '             00041780
                    WS-SAVE-PATIENTID                                   00041782
              END-IF                                                    00041784
           END-IF.                                                      00041786
      *-------------------------*                                       00041788
       4160-COLLECT-TREATMNT-END.                                       00041790
      *-------------------------*                                       00041792
           EXIT.                                                        00041794
                                                                        00041796
      *-------------------------*                                       00041798
       4200-CHECK-BILLING.                                              00041800
      *-------------------------*                                       00041900
           INITIALIZE SEG-IO-AREA.                                      00042000
              MOVE WS-AMOUNT    TO WS-SAVE-AMOUNT                       00043000
              MOVE WS-INVOICENO TO WS-SAVE-INVOICENO                    00043100
              MOVE WS-BILLDATE  TO WS-SAVE-BILLDATE                     00043200
              MOVE WS-TRANTYPE  TO WS-SAVE-TRANTYPE                     00043233
              MOVE WS-BIL-TRTNAME TO WS-SAVE-TRTNAME                    00043266
              MOVE WS-BIL-MEMO-REASON TO WS-SAVE-MEMO-REASON            00043283
              PERFORM 4210-FIND-PRIMARY-CLAIM                           00043300
                 THRU 4210-FIND-PRIMARY-CLAIM-END                       00043400
      *       a finance charge is the patient's own - even one that     00043425
      *       reached the register before it was marked goes to no      00043450
      *       second payer                                              00043475
              IF WS-PRIM-HIT                                            00043500
                 AND NOT WS-SEC-ALREADY-SENT                            00043600
                 AND WS-SAVE-MEMO-REASON NOT = 'F'                      00043650
                 MOVE ZERO TO WS-PAID-SUM                               00043700
                 PERFORM 4230-SUM-PAYMENTS                              00043800
                    THRU 4230-SUM-PAYMENTS-END                          00043900
                       THRU 5000-MATCH-OTHER-COVERAGE-END               00044800
                    IF WS-COV-HIT                                       00044900
                       SET COV-IDX TO WS-COV-HIT-SUB                    00045000
                       PERFORM 5050-FIND-DIAGNOSIS                      00045020
                          THRU 5050-FIND-DIAGNOSIS-END                  00045040
                       MOVE 'N' TO WS-ENR-HELD                          00045060
                       IF WS-DXH-REASON = SPACE                         00045080
                          PERFORM 5080-CHECK-ENROLLMENT                 00045100
                             THRU 5080-CHECK-ENROLLMENT-END             00045120
                       END-IF                                           00045140
                       IF WS-DXH-REASON = SPACE                         00045160
                          PERFORM 5100-WRITE-SECONDARY                  00045180
                             THRU 5100-WRITE-SECONDARY-END              00045200
                       ELSE                                             00045220
                          PERFORM 5200-WRITE-DIAG-HOLD                  00045240
                             THRU 5200-WRITE-DIAG-HOLD-END              00045260
                       END-IF                                           00045280
                    END-IF                                              00045300
                 END-IF                                                 00045400
              END-IF                                                    00045500
           EXIT.                                                        00054900
                                                                        00055000
      *-------------------------*                                       00055100
       5050-FIND-DIAGNOSIS.                                             00551001
      *-------------------------*                                       00551002
      *    same rule as the primary claim: a memo goes out without      00551003
      *    codes, an invoice needs its treatment's primary code         00551004
           MOVE SPACE TO WS-DXH-REASON.                                 00551005
           MOVE 'N' TO WS-TRT-FOUND.                                    00551006
           IF WS-SAVE-TRANTYPE = 'C' OR WS-SAVE-TRANTYPE = 'D'          00551007
              GO TO 5050-FIND-DIAGNOSIS-END                             00551008
           END-IF.                                                      00551009
           IF WS-SAVE-TRTNAME = SPACE                                   00551010
              MOVE 'NO TREATMENT ON INVOICE' TO WS-DXH-REASON           00551011
              GO TO 5050-FIND-DIAGNOSIS-END                             00551012
           END-IF.                                                      00551013
           PERFORM 5060-TREATMNT-LOOKUP                                 00551014
              THRU 5060-TREATMNT-LOOKUP-END                             00551015
              VARYING TRT-IDX FROM 1 BY 1                               00551016
              UNTIL TRT-IDX > WS-TRT-COUNT                              00551017
                 OR WS-TRT-HIT.                                         00551018
           IF NOT WS-TRT-HIT                                            00551019
              MOVE 'TREATMENT NOT ON FILE' TO WS-DXH-REASON             00551020
              GO TO 5050-FIND-DIAGNOSIS-END                             00551021
           END-IF.                                                      00551022
           SET TRT-IDX TO WS-TRT-HIT-SUB.                               00551023
           IF WS-TRT-DG-PRIMARY (TRT-IDX) = SPACE                       00551024
              MOVE 'NO PRIMARY DIAGNOSIS' TO WS-DXH-REASON              00551025
           END-IF.                                                      00551026
      *-------------------------*                                       00551027
       5050-FIND-DIAGNOSIS-END.                                         00551028
      *-------------------------*                                       00551029
           EXIT.                                                        00551030
                                                                        00551031
      *-------------------------*                                       00551032
       5060-TREATMNT-LOOKUP.                                            00551033
      *-------------------------*                                       00551034
           IF WS-TRT-TRTNAME (TRT-IDX) = WS-SAVE-TRTNAME                00551035
              MOVE 'Y' TO WS-TRT-FOUND                                  00551036
              SET WS-TRT-HIT-SUB TO TRT-IDX                             00551037
           END-IF.                                                      00551038
      *-------------------------*                                       00551039
       5060-TREATMNT-LOOKUP-END.                                        00551040
      *-------------------------*                                       00551041
           EXIT.                                                        00551042
                                                                        00551043
      *-------------------------*                                       00551044
       5080-CHECK-ENROLLMENT.                                           00551045
      *-------------------------*                                       00551046
      *    the doctor on the treatment must be enrolled with the        00551047
      *    secondary payer on the TRDATE, as for the primary            00551048
           IF NOT WS-ENR-FILE-LOADED                                    00551049
              GO TO 5080-CHECK-ENROLLMENT-END                           00551050
           END-IF.                                                      00551051
           IF WS-SAVE-TRANTYPE = 'C' OR WS-SAVE-TRANTYPE = 'D'          00551052
              GO TO 5080-CHECK-ENROLLMENT-END                           00551053
           END-IF.                                                      00551054
           IF NOT WS-TRT-HIT                                            00551055
              GO TO 5080-CHECK-ENROLLMENT-END                           00551056
           END-IF.                                                      00551057
                                                                        00551058
           SET TRT-IDX TO WS-TRT-HIT-SUB.                               00551059
           MOVE SPACE TO WS-CLAIM-DOC-CODE.                             00551060
           MOVE 'N' TO WS-DOC-FOUND.                                    00551061
           PERFORM 5081-DOCTOR-LOOKUP                                   00551062
              THRU 5081-DOCTOR-LOOKUP-END                               00551063
              VARYING DOC-IDX FROM 1 BY 1                               00551064
              UNTIL DOC-IDX > WS-DOC-COUNT                              00551065
                 OR WS-DOC-HIT.                                         00551066
           IF WS-DOC-HIT                                                00551067
              SET DOC-IDX TO WS-DOC-HIT-SUB                             00551068
              MOVE WS-DOC-TAB-CODE (DOC-IDX) TO WS-CLAIM-DOC-CODE       00551069
           END-IF.                                                      00551070
                                                                        00551071
           MOVE 'N' TO WS-ENR-FOUND.                                    00551072
           IF WS-DOC-HIT                                                00551073
              PERFORM 5082-ENROLLMENT-LOOKUP                            00551074
                 THRU 5082-ENROLLMENT-LOOKUP-END                        00551075
                 VARYING ENR-IDX FROM 1 BY 1                            00551076
                 UNTIL ENR-IDX > WS-ENR-COUNT                           00551077
                    OR WS-ENR-HIT                                       00551078
           END-IF.                                                      00551079
           IF NOT WS-ENR-HIT                                            00551080
              MOVE 'DOCTOR NOT ENROLLED WITH PAYER' TO WS-DXH-REASON    00551081
              MOVE 'Y' TO WS-ENR-HELD                                   00551082
           END-IF.                                                      00551083
      *-------------------------*                                       00551084
       5080-CHECK-ENROLLMENT-END.                                       00551085
      *-------------------------*                                       00551086
           EXIT.                                                        00551087
                                                                        00551088
      *-------------------------*                                       00551089
       5081-DOCTOR-LOOKUP.                                              00551090
      *-------------------------*                                       00551091
           IF WS-DOC-TAB-NAME (DOC-IDX) = WS-TRT-DOCTOR (TRT-IDX)       00551092
              MOVE 'Y' TO WS-DOC-FOUND                                  00551093
              SET WS-DOC-HIT-SUB TO DOC-IDX                             00551094
           END-IF.                                                      00551095
      *-------------------------*                                       00551096
       5081-DOCTOR-LOOKUP-END.                                          00551097
      *-------------------------*                                       00551098
           EXIT.                                                        00551099
                                                                        00551100
      *-------------------------*                                       00551101
       5082-ENROLLMENT-LOOKUP.                                          00551102
      *-------------------------*                                       00551103
           IF WS-ENR-TAB-DOC-CODE (ENR-IDX) = WS-CLAIM-DOC-CODE         00551104
              AND WS-ENR-TAB-PAYERCD (ENR-IDX)                          00551105
                  = WS-COV-PAYERCD (COV-IDX)                            00551106
              AND WS-ENR-TAB-EFFDATE (ENR-IDX)                          00551107
                  NOT > WS-TRT-TRDATE (TRT-IDX)                         00551108
              AND WS-ENR-TAB-ENDDATE (ENR-IDX)                          00551109
                  NOT < WS-TRT-TRDATE (TRT-IDX)                         00551110
              MOVE 'Y' TO WS-ENR-FOUND                                  00551111
           END-IF.                                                      00551112
      *-------------------------*                                       00551113
       5082-ENROLLMENT-LOOKUP-END.                                      00551114
      *-------------------------*                                       00551115
           EXIT.                                                        00551116
                                                                        00551117
      *-------------------------*                                       00551118
       5100-WRITE-SECONDARY.                                            00055200
      *-------------------------*                                       00055300
           MOVE SPACE TO SEC-OUT-REC.                                   00055400
      *    marks the row as a coordination-of-benefits claim on         00056201
      *    the shared secondary-claim file                              00056202
           MOVE 'COB'                     TO SEC-COB-TAG.               00056203
           IF WS-TRT-HIT                                                00056215
              SET TRT-IDX TO WS-TRT-HIT-SUB                             00056227
              MOVE WS-TRT-DG-PRIMARY (TRT-IDX)  TO SEC-DIAG-PRIMARY     00056239
              MOVE WS-TRT-DG-SECONDARY (TRT-IDX, 1) TO SEC-DIAG-SEC1    00056251
              MOVE WS-TRT-DG-SECONDARY (TRT-IDX, 2) TO SEC-DIAG-SEC2    00056263
              MOVE WS-TRT-DG-SECONDARY (TRT-IDX, 3) TO SEC-DIAG-SEC3    00056275
           END-IF.                                                      00056287
           WRITE SEC-OUT-REC.                                           00056300
                                                                        00056400
      *    the register remembers it so tomorrow's run skips it         00056500
           WRITE CLM-REG-REC.                                           00057600
                                                                        00057700
           ADD 1 TO WS-NO-SECONDARY.                                    00057800
           ADD WS-RESIDUAL TO WS-TOT-SECONDARY.                         00057850
           DISPLAY 'SECONDARY CLAIM: ' WS-SAVE-INVOICENO                00057900
              ' TO ' WS-COV-PAYERCD (COV-IDX).                          00058000
      *-------------------------*                                       00058100
       5100-WRITE-SECONDARY-END.                                        00058200
      *-------------------------*                                       00058300
           EXIT.                                                        00058301
                                                                        00058303
      *-------------------------*                                       00058305
       5200-WRITE-DIAG-HOLD.                                            00058307
      *-------------------------*                                       00058309
      *    not registered either, so tomorrow's run retries it          00058310
           DISPLAY 'SECONDARY HELD - ' WS-DXH-REASON ': '               00058312
              WS-SAVE-INVOICENO.                                        00058314
           MOVE SPACE                     TO DXH-OUT-REC.               00058316
           MOVE WS-SAVE-PATIENTID         TO DXH-PATIENID.              00058318
           MOVE WS-SAVE-INVOICENO         TO DXH-INVOICENO.             00058320
           MOVE WS-COV-PAYERCD (COV-IDX)  TO DXH-PAYERCD.               00058321
           MOVE 'S'                       TO DXH-LEVEL.                 00058323
           MOVE WS-SAVE-TRTNAME           TO DXH-TRTNAME.               00058325
           MOVE WS-DXH-REASON             TO DXH-REASON.                00058327
           WRITE DXH-OUT-REC.                                           00058329
           IF WS-ENR-HOLD                                               00058330
              ADD 1 TO WS-NO-ENRL-HELD                                  00058332
           ELSE                                                         00058334
              ADD 1 TO WS-NO-DIAG-HELD                                  00058336
           END-IF.                                                      00058338
      *-------------------------*                                       00058340
       5200-WRITE-DIAG-HOLD-END.                                        00058341
      *-------------------------*                                       00058343
           EXIT.                                                        00058345
                                                                        00058347
      *-----------------------*                                         00058349
       8970-WRITE-CTLTOT.                                               00058350
      *-----------------------*                                         00058352
      *    one control total per call - PBBAL ties them together        00058354
           OPEN EXTEND CTLTOT.                                          00058356
           IF WS-CTT-FS NOT = '00'                                      00058358
              OPEN OUTPUT CTLTOT                                        00058360
           END-IF.                                                      00058361
           IF WS-CTT-FS = '00'                                          00058363
              MOVE SPACE             TO CTT-REC                         00058365
              MOVE 'PBCOB   '          TO CTT-PROGRAM                   00058367
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00058369
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00058370
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00058372
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00058374
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00058376
              ACCEPT WS-CTT-TIME FROM TIME                              00058378
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00058380
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00058381
              WRITE CTT-REC                                             00058383
              CLOSE CTLTOT                                              00058385
           ELSE                                                         00058387
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00058389
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00058390
           END-IF.                                                      00058392
      *-----------------------*                                         00058394
       8970-WRITE-CTLTOT-END.                                           00058396
      *-----------------------*                                         00058398
           EXIT.                                                        00058400
                                                                        00058500
      *-------------------*                                             00058600
