      *      TREATMNT, l'equivalent en ligne des paragraphes            00001200
      *      4200-GET-A-PATIENT/4400-GET-TREATMNT de PREAD.             00001300
      *                                                                 00001400
      *      Un patient inscrit au fichier RSTPAT n'est montre          00001420
      *      qu'aux terminaux et groupes d'operateurs autorises;        00001440
      *      les autres recoivent la reponse d'un patient inconnu,      00001460
      *      sauf bris de glace avec code de raison. Refus et bris      00001480
      *      de glace ne sont journalises que dans INQLOG               00001500
      *      (resultats R et B).                                        00001520
      *                                                                 00001540
      * Message d'entree: PATIENID (3 car.) saisi au terminal,          00001560
      *      suivi au besoin du code de raison du bris de glace         00001580
      * Message de sortie: une ou plusieurs lignes retournees au        00001600
      *      meme terminal via le PCB E/S (I/O PCB)                     00001700
      *----------------------------------------------------------*      00001800
           SELECT INQLOG ASSIGN TO INQLOG                               00002648
           ORGANIZATION IS SEQUENTIAL                                   00002664
           FILE STATUS IS WS-LOG-FS.                                    00002680
           SELECT RSTPAT ASSIGN TO RSTPAT                               00002682
           ORGANIZATION IS SEQUENTIAL                                   00002685
           FILE STATUS IS WS-RST-FS.                                    00002688
           SELECT OPRFILE ASSIGN TO OPRFILE                             00002691
           ORGANIZATION IS SEQUENTIAL                                   00002694
           FILE STATUS IS WS-OPR-FS.                                    00002697
       DATA DIVISION.                                                   00002700
      *----------------*                                                00002800
      *-----------------------*                                         00002900
           05 LOG-TIME          PIC 9(08).                              00002965
           05 FILLER            PIC X(01).                              00002970
           05 LOG-RESULT        PIC X(01).                              00002975
           05 FILLER            PIC X(01).                              00029751
           05 LOG-REASON        PIC X(02).                              00029752
           05 FILLER            PIC X(01).                              00029753
           05 LOG-TRANCODE      PIC X(08).                              00029754
           05 FILLER            PIC X(01).                              00029755
           05 LOG-USERID        PIC X(08).                              00029756
           05 FILLER            PIC X(25).                              00029757
                                                                        00029758
      *    patients a acces restreint: une ligne par terminal           00029759
      *    (L) ou groupe d'operateurs (G) autorise; N = aucun acces     00029760
      *    permanent, seulement par bris de glace                       00029761
       FD  RSTPAT RECORDING MODE F.                                     00029762
       01  RST-REC.                                                     00029763
           05 RST-PATIENID      PIC X(05).                              00029764
           05 FILLER            PIC X(01).                              00029765
           05 RST-ACC-TYPE      PIC X(01).                              00029766
           05 FILLER            PIC X(01).                              00029767
           05 RST-ACC-ID        PIC X(08).                              00029768
           05 FILLER            PIC X(64).                              00029769
                                                                        00029770
      *    operateurs du comptoir: groupe, limites d'imputation         00029771
      *    et de correction, indicateur superviseur et mot de passe     00029772
       FD  OPRFILE RECORDING MODE F.                                    00029773
       01  OPR-REC.                                                     00029774
           05 OPR-USERID        PIC X(08).                              00029775
           05 FILLER            PIC X(01).                              00029776
           05 OPR-GROUP         PIC X(08).                              00029777
           05 FILLER            PIC X(01).                              00029778
           05 OPR-PAY-LIMIT     PIC 9(07)V99.                           00029779
           05 FILLER            PIC X(01).                              00029780
           05 OPR-COR-LIMIT     PIC 9(07)V99.                           00029781
           05 FILLER            PIC X(01).                              00029782
           05 OPR-SUPV-FLAG     PIC X(01).                              00029783
           05 FILLER            PIC X(01).                              00029784
           05 OPR-PASSWORD      PIC X(08).                              00029785
           05 FILLER            PIC X(32).                              00029786
                                                                        00002985
       WORKING-STORAGE SECTION.                                         00003000
      *-----------------------*                                         00003100
       01 WS-INPUT-MSG.                                                 00003200
           05 WS-IN-PATIENID       PIC X(05).                           00003300
           05 FILLER                PIC X(01).                          00003350
           05 WS-IN-BTG-REASON     PIC X(02).                           00003400
           05 FILLER                PIC X(72).                          00003450
                                                                        00003500
       01 WS-OUTPUT-MSG            PIC X(80).                           00003516
                                                                        00003532
       01 WS-LOG-DATE              PIC 9(08).                           00003564
       01 WS-LOG-TIME              PIC 9(08).                           00003580
       01 WS-LOOKUP-RESULT         PIC X(01).                           00003600
       01 WS-RST-FS                PIC X(02).                           00003604
       01 WS-OPR-FS                PIC X(02).                           00003608
       01 WS-RST-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00003612
          88 WS-RST-EOF            VALUE 'TRUE'.                        00003616
       01 WS-OPR-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00003620
          88 WS-OPR-EOF            VALUE 'TRUE'.                        00003625
                                                                        00003629
      *    controle d'acces aux patients restreints (RSTPAT)            00003633
       01 WS-RST-PATIENID          PIC X(05).                           00003637
       01 WS-RST-PATIENT-SW        PIC X(01) VALUE 'N'.                 00003641
          88 WS-RST-RESTRICTED     VALUE 'Y'.                           00003645
       01 WS-RST-ACCESS-SW         PIC X(01) VALUE 'N'.                 00003650
          88 WS-RST-ALLOWED        VALUE 'Y'.                           00003654
       01 WS-OPR-LOOKUP-SW         PIC X(01) VALUE 'N'.                 00003658
          88 WS-OPR-RESOLVED       VALUE 'Y'.                           00003662
       01 WS-OPR-GROUP             PIC X(08).                           00003666
      *    raison du bris de glace: EM urgence, CC continuite des       00003670
      *    soins, PR demande du patient, BL facturation, LG legal       00003675
       01 WS-BTG-REASON            PIC X(02).                           00003679
          88 WS-BTG-VALID          VALUE 'EM' 'CC' 'PR' 'BL' 'LG'.      00003683
       01 WS-ACCESS-RESULT         PIC X(01) VALUE 'Y'.                 00003687
          88 WS-ACCESS-OVERRIDE    VALUE 'B'.                           00003691
          88 WS-ACCESS-REFUSED     VALUE 'R'.                           00003695
                                                                        00003700
       01 QUAL-SSA-PATIENT.                                             00003800
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00003900
              THRU 1000-GET-INPUT-MSG-END.                              00011500
                                                                        00011600
           IF IO-STATUS-CODE = SPACE                                    00011700
              MOVE WS-IN-PATIENID   TO WS-RST-PATIENID                  00011707
              MOVE WS-IN-BTG-REASON TO WS-BTG-REASON                    00011714
              PERFORM 7000-CHECK-RESTRICTED                             00011721
                 THRU 7000-CHECK-RESTRICTED-END                         00011728
              IF WS-ACCESS-REFUSED                                      00011735
                 MOVE 'R' TO WS-LOOKUP-RESULT                           00011742
                 PERFORM 5300-SEND-NOT-AVAILABLE                        00011750
                    THRU 5300-SEND-NOT-AVAILABLE-END                    00011757
                 PERFORM 6000-LOG-ACCESS                                00011764
                    THRU 6000-LOG-ACCESS-END                            00011771
                 GOBACK                                                 00011778
              END-IF                                                    00011785
                                                                        00011792
              MOVE WS-IN-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT      00011800
              MOVE DLI-GU TO WS-DLI-FUNCTION                            00011900
              PERFORM 4200-GET-A-PATIENT                                00012000
                 MOVE 'N' TO WS-LOOKUP-RESULT                           00013050
                 PERFORM 5200-SEND-NOT-FOUND                            00013100
                    THRU 5200-SEND-NOT-FOUND-END                        00013200
              END-IF                                                    00013225
              IF WS-ACCESS-OVERRIDE                                     00013250
                 MOVE 'B' TO WS-LOOKUP-RESULT                           00013275
              END-IF                                                    00013300
      *       every inquiry is logged, found or not                     00013325
              PERFORM 6000-LOG-ACCESS                                   00013350
      *-------------------------*                                       00018700
       5000-SEND-PATIENT-FOUND.                                         00018800
      *-------------------------*                                       00018900
      *    an override is reminded that the access is recorded          00018908
           IF WS-ACCESS-OVERRIDE                                        00018916
              MOVE SPACE TO WS-OUTPUT-MSG                               00018925
              STRING 'RESTRICTED RECORD - ACCESS LOGGED, REASON '       00018933
                 WS-BTG-REASON                                          00018941
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00018950
              CALL 'CBLTDLI' USING DLI-ISRT,                            00018958
                                   IO-PCB-MASK,                         00018966
                                   WS-OUTPUT-MSG                        00018975
           END-IF.                                                      00018983
                                                                        00018991
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00019000
           STRING 'PATIENT ON FILE: ' WS-IN-PATIENID                    00019100
              ' ' WS-PATNAME                                            00019150
           EXIT.                                                        00024300
                                                                        00024400
      *-------------------------*                                       00024500
       5300-SEND-NOT-AVAILABLE.                                         00024505
      *-------------------------*                                       00024511
      *    the same reply as a key that is not on file: the             00024516
      *    refusal shows only in INQLOG                                 00024522
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00024527
           STRING 'PATIENT NOT FOUND: ' WS-IN-PATIENID                  00024533
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00024538
                                                                        00024544
           CALL 'CBLTDLI' USING DLI-ISRT,                               00024550
                                IO-PCB-MASK,                            00024555
                                WS-OUTPUT-MSG.                          00024561
      *-------------------------*                                       00024566
       5300-SEND-NOT-AVAILABLE-END.                                     00024572
      *-------------------------*                                       00024577
           EXIT.                                                        00024583
                                                                        00024588
      *-------------------------*                                       00024594
       6000-LOG-ACCESS.                                                 00024600
      *-------------------------*                                       00024700
      *    the log only ever grows - extend it, or create it on         00024800
              MOVE WS-LOG-DATE    TO LOG-DATE                           00026000
              MOVE WS-LOG-TIME    TO LOG-TIME                           00026100
              MOVE WS-LOOKUP-RESULT TO LOG-RESULT                       00026200
              MOVE 'PPATINQ'      TO LOG-TRANCODE                       00026214
              MOVE USERID         TO LOG-USERID                         00026228
              IF WS-ACCESS-OVERRIDE                                     00026242
                 OR WS-ACCESS-REFUSED                                   00026257
                 MOVE WS-BTG-REASON TO LOG-REASON                       00026271
              END-IF                                                    00026285
              WRITE LOG-REC                                             00026300
              CLOSE INQLOG                                              00026400
           ELSE                                                         00026500
       6000-LOG-ACCESS-END.                                             00026900
      *-------------------------*                                       00027000
           EXIT.                                                        00027100
                                                                        00027200
      *-------------------------*                                       00027300
       7000-CHECK-RESTRICTED.                                           00027400
      *-------------------------*                                       00027500
      *    a patient listed on RSTPAT is shown only to the LTERMs       00027600
      *    and operator groups listed for the patient; anyone else gets 00027700
      *    in only with a break-the-glass reason, which is logged       00027800
           MOVE 'N'     TO WS-RST-PATIENT-SW.                           00027900
           MOVE 'N'     TO WS-RST-ACCESS-SW.                            00028000
           MOVE 'N'     TO WS-OPR-LOOKUP-SW.                            00028100
           MOVE SPACE   TO WS-OPR-GROUP.                                00028200
           MOVE 'FALSE' TO WS-RST-END-OF-FILE.                          00028300
           MOVE 'Y'     TO WS-ACCESS-RESULT.                            00028400
                                                                        00028500
      *    no file means nothing is restricted yet; a file that         00028600
      *    will not open otherwise must not open the record up          00028700
           OPEN INPUT RSTPAT.                                           00028800
           EVALUATE TRUE                                                00028900
             WHEN WS-RST-FS = '00'                                      00029000
               PERFORM 7100-READ-RSTPAT                                 00029100
                  THRU 7100-READ-RSTPAT-END                             00029200
                  UNTIL WS-RST-EOF                                      00029300
                     OR WS-RST-ALLOWED                                  00029400
               CLOSE RSTPAT                                             00029500
             WHEN WS-RST-FS = '35'                                      00029600
               CONTINUE                                                 00029700
             WHEN OTHER                                                 00029800
      D        DISPLAY 'RSTPAT NOT AVAILABLE: ' WS-RST-FS               00029900
               MOVE 'Y' TO WS-RST-PATIENT-SW                            00030000
           END-EVALUATE.                                                00030100
                                                                        00030200
           IF WS-RST-RESTRICTED                                         00030300
              AND NOT WS-RST-ALLOWED                                    00030400
              IF WS-BTG-VALID                                           00030500
                 MOVE 'B' TO WS-ACCESS-RESULT                           00030600
                 DISPLAY 'RESTRICTED PATIENT OVERRIDE: '                00030700
                    WS-RST-PATIENID ' ' LTERM-NAME ' ' USERID           00030800
                    ' REASON ' WS-BTG-REASON                            00030900
              ELSE                                                      00031000
                 MOVE 'R' TO WS-ACCESS-RESULT                           00031100
      D          DISPLAY 'RESTRICTED PATIENT REFUSED: '                 00031200
      D             WS-RST-PATIENID ' ' LTERM-NAME ' ' USERID           00031300
              END-IF                                                    00031400
           END-IF.                                                      00031500
      *-------------------------*                                       00031600
       7000-CHECK-RESTRICTED-END.                                       00031700
      *-------------------------*                                       00031800
           EXIT.                                                        00031900
                                                                        00032000
      *-------------------------*                                       00032100
       7100-READ-RSTPAT.                                                00032200
      *-------------------------*                                       00032300
           READ RSTPAT                                                  00032400
           END-READ.                                                    00032500
                                                                        00032600
           EVALUATE TRUE                                                00032700
             WHEN WS-RST-FS = '00'                                      00032800
               IF RST-PATIENID = WS-RST-PATIENID                        00032900
                  MOVE 'Y' TO WS-RST-PATIENT-SW                         00033000
                  EVALUATE RST-ACC-TYPE                                 00033100
                    WHEN 'L'                                            00033200
                      IF RST-ACC-ID = LTERM-NAME                        00033300
                         MOVE 'Y' TO WS-RST-ACCESS-SW                   00033400
                      END-IF                                            00033500
                    WHEN 'G'                                            00033600
                      IF NOT WS-OPR-RESOLVED                            00033700
                         PERFORM 7200-GET-OPR-GROUP                     00033800
                            THRU 7200-GET-OPR-GROUP-END                 00033900
                      END-IF                                            00034000
                      IF WS-OPR-GROUP NOT = SPACE                       00034100
                         AND RST-ACC-ID = WS-OPR-GROUP                  00034200
                         MOVE 'Y' TO WS-RST-ACCESS-SW                   00034300
                      END-IF                                            00034400
                    WHEN OTHER                                          00034500
                      CONTINUE                                          00034600
                  END-EVALUATE                                          00034700
               END-IF                                                   00034800
             WHEN WS-RST-FS = '10'                                      00034900
               SET WS-RST-EOF TO TRUE                                   00035000
             WHEN OTHER                                                 00035100
      D        DISPLAY 'ERROR READ FILE RSTPAT: ' WS-RST-FS             00035200
               MOVE 'Y' TO WS-RST-PATIENT-SW                            00035300
               SET WS-RST-EOF TO TRUE                                   00035400
           END-EVALUATE.                                                00035500
      *-------------------------*                                       00035600
       7100-READ-RSTPAT-END.                                            00035700
      *-------------------------*                                       00035800
           EXIT.                                                        00035900
                                                                        00036000
      *-------------------------*                                       00036100
       7200-GET-OPR-GROUP.                                              00036200
      *-------------------------*                                       00036300
      *    the signed-on operator's group, looked up once and only      00036400
      *    when a group grant has to be tested                          00036500
           MOVE 'Y'     TO WS-OPR-LOOKUP-SW.                            00036600
           MOVE 'FALSE' TO WS-OPR-END-OF-FILE.                          00036700
                                                                        00036800
           OPEN INPUT OPRFILE.                                          00036900
           IF WS-OPR-FS NOT = '00'                                      00037000
      D       DISPLAY 'OPRFILE NOT AVAILABLE: ' WS-OPR-FS               00037100
              GO TO 7200-GET-OPR-GROUP-END                              00037200
           END-IF.                                                      00037300
                                                                        00037400
           PERFORM 7210-READ-OPRFILE                                    00037500
              THRU 7210-READ-OPRFILE-END                                00037600
              UNTIL WS-OPR-EOF.                                         00037700
                                                                        00037800
           CLOSE OPRFILE.                                               00037900
      *-------------------------*                                       00038000
       7200-GET-OPR-GROUP-END.                                          00038100
      *-------------------------*                                       00038200
           EXIT.                                                        00038300
                                                                        00038400
      *-------------------------*                                       00038500
       7210-READ-OPRFILE.                                               00038600
      *-------------------------*                                       00038700
           READ OPRFILE                                                 00038800
           END-READ.                                                    00038900
                                                                        00039000
           EVALUATE TRUE                                                00039100
             WHEN WS-OPR-FS = '00'                                      00039200
               IF OPR-USERID = USERID                                   00039300
                  MOVE OPR-GROUP TO WS-OPR-GROUP                        00039400
                  SET WS-OPR-EOF TO TRUE                                00039500
               END-IF                                                   00039600
             WHEN WS-OPR-FS = '10'                                      00039700
               SET WS-OPR-EOF TO TRUE                                   00039800
             WHEN OTHER                                                 00039900
      D        DISPLAY 'ERROR READ FILE OPRFILE: ' WS-OPR-FS            00040000
               SET WS-OPR-EOF TO TRUE                                   00040100
           END-EVALUATE.                                                00040200
      *-------------------------*                                       00040300
       7210-READ-OPRFILE-END.                                           00040400
      *-------------------------*                                       00040500
           EXIT.                                                        00040600
                                                                        00040700
