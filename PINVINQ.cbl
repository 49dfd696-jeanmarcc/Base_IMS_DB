      *      par SSA qualifiee et le patient, le montant et la          00001600
      *      date de facturation sont retournes au terminal.            00001700
      *                                                                 00001800
      *      Le patient proprietaire d'une facture est soumis au        00001828
      *      controle d'acces restreint de PPATINQ (RSTPAT); refus      00001857
      *      et bris de glace sont journalises dans INQLOG.             00001885
      *                                                                 00001914
      * Message d'entree: INVOICENO (8 car.) saisi au terminal,         00001942
      *      suivi au besoin du code de raison du bris de glace         00001971
      * Message de sortie: patient, montant et date de la facture       00002000
      * Fichier INVXREF: references croisees facture -> patient         00002100
      * Fichier RSTPAT: patients a acces restreint                      00002125
      * Fichier OPRFILE: operateurs et leur groupe                      00002150
      * Fichier INQLOG: journal des consultations (ajout)               00002175
      *----------------------------------------------------------*      00002200
      *--------------------*                                            00002300
       ENVIRONMENT DIVISION.                                            00002400
           SELECT INVXREF ASSIGN TO INVXREF                             00003200
           ORGANIZATION IS SEQUENTIAL                                   00003300
           FILE STATUS IS WS-XRF-FS.                                    00003400
           SELECT INQLOG ASSIGN TO INQLOG                               00003410
           ORGANIZATION IS SEQUENTIAL                                   00003420
           FILE STATUS IS WS-LOG-FS.                                    00003430
           SELECT RSTPAT ASSIGN TO RSTPAT                               00003440
           ORGANIZATION IS SEQUENTIAL                                   00003450
           FILE STATUS IS WS-RST-FS.                                    00003460
           SELECT OPRFILE ASSIGN TO OPRFILE                             00003470
           ORGANIZATION IS SEQUENTIAL                                   00003480
           FILE STATUS IS WS-OPR-FS.                                    00003490
      *----------------*                                                00003500
       DATA DIVISION.                                                   00003600
      *----------------*                                                00003700
           05 XRF-PATIENID              PIC X(05).                      00004300
           05 FILLER                    PIC X(67).                      00004400
                                                                        00004500
      *    journal des consultations (voir PPATINQ): seuls les          00004502
      *    refus et les bris de glace y sont inscrits d'ici             00004504
       FD  INQLOG RECORDING MODE F.                                     00004506
       01  LOG-REC.                                                     00004508
           05 LOG-LTERM         PIC X(08).                              00004510
           05 FILLER            PIC X(01).                              00004512
           05 LOG-PATIENID      PIC X(05).                              00004514
           05 FILLER            PIC X(01).                              00004516
           05 LOG-DATE          PIC 9(08).                              00004518
           05 FILLER            PIC X(01).                              00004520
           05 LOG-TIME          PIC 9(08).                              00004522
           05 FILLER            PIC X(01).                              00004524
           05 LOG-RESULT        PIC X(01).                              00004526
           05 FILLER            PIC X(01).                              00004528
           05 LOG-REASON        PIC X(02).                              00004530
           05 FILLER            PIC X(01).                              00004532
           05 LOG-TRANCODE      PIC X(08).                              00004534
           05 FILLER            PIC X(01).                              00004536
           05 LOG-USERID        PIC X(08).                              00004538
           05 FILLER            PIC X(25).                              00004540
                                                                        00004542
      *    patients a acces restreint: une ligne par terminal           00004544
      *    (L) ou groupe d'operateurs (G) autorise; N = aucun acces     00004546
      *    permanent, seulement par bris de glace                       00004548
       FD  RSTPAT RECORDING MODE F.                                     00004550
       01  RST-REC.                                                     00004552
           05 RST-PATIENID      PIC X(05).                              00004554
           05 FILLER            PIC X(01).                              00004556
           05 RST-ACC-TYPE      PIC X(01).                              00004558
           05 FILLER            PIC X(01).                              00004560
           05 RST-ACC-ID        PIC X(08).                              00004562
           05 FILLER            PIC X(64).                              00004564
                                                                        00004566
      *    operateurs du comptoir: groupe, limites d'imputation         00004568
      *    et de correction, indicateur superviseur et mot de passe     00004570
       FD  OPRFILE RECORDING MODE F.                                    00004572
       01  OPR-REC.                                                     00004574
           05 OPR-USERID        PIC X(08).                              00004576
           05 FILLER            PIC X(01).                              00004578
           05 OPR-GROUP         PIC X(08).                              00004580
           05 FILLER            PIC X(01).                              00004582
           05 OPR-PAY-LIMIT     PIC 9(07)V99.                           00004584
           05 FILLER            PIC X(01).                              00004586
           05 OPR-COR-LIMIT     PIC 9(07)V99.                           00004588
           05 FILLER            PIC X(01).                              00004590
           05 OPR-SUPV-FLAG     PIC X(01).                              00004592
           05 FILLER            PIC X(01).                              00004594
           05 OPR-PASSWORD      PIC X(08).                              00004596
           05 FILLER            PIC X(32).                              00004598
      *-----------------------*                                         00004600
       WORKING-STORAGE SECTION.                                         00004700
      *-----------------------*                                         00004800
       01 WS-FILE-STATUS.                                               00004900
          05 WS-XRF-FS                 PIC X(2).                        00005000
                                                                        00005100
       01 WS-LOG-FS                PIC X(02).                           00005103
       01 WS-LOG-DATE              PIC 9(08).                           00005107
       01 WS-LOG-TIME              PIC 9(08).                           00005111
       01 WS-RST-FS                PIC X(02).                           00005114
       01 WS-OPR-FS                PIC X(02).                           00005118
       01 WS-RST-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00005122
          88 WS-RST-EOF            VALUE 'TRUE'.                        00005125
       01 WS-OPR-END-OF-FILE       PIC X(5) VALUE 'FALSE'.              00005129
          88 WS-OPR-EOF            VALUE 'TRUE'.                        00005133
                                                                        00005137
      *    controle d'acces aux patients restreints (RSTPAT)            00005140
       01 WS-RST-PATIENID          PIC X(05).                           00005144
       01 WS-RST-PATIENT-SW        PIC X(01) VALUE 'N'.                 00005148
          88 WS-RST-RESTRICTED     VALUE 'Y'.                           00005151
       01 WS-RST-ACCESS-SW         PIC X(01) VALUE 'N'.                 00005155
          88 WS-RST-ALLOWED        VALUE 'Y'.                           00005159
       01 WS-OPR-LOOKUP-SW         PIC X(01) VALUE 'N'.                 00005162
          88 WS-OPR-RESOLVED       VALUE 'Y'.                           00005166
       01 WS-OPR-GROUP             PIC X(08).                           00005170
      *    raison du bris de glace: EM urgence, CC continuite des       00005174
      *    soins, PR demande du patient, BL facturation, LG legal       00005177
       01 WS-BTG-REASON            PIC X(02).                           00005181
          88 WS-BTG-VALID          VALUE 'EM' 'CC' 'PR' 'BL' 'LG'.      00005185
       01 WS-ACCESS-RESULT         PIC X(01) VALUE 'Y'.                 00005188
          88 WS-ACCESS-OVERRIDE    VALUE 'B'.                           00005192
          88 WS-ACCESS-REFUSED     VALUE 'R'.                           00005196
       01 WS-XRF-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00005200
          88 WS-XRF-EOF                 VALUE 'TRUE'.                   00005300
                                                                        00005400
                                                                        00005700
       01 WS-INPUT-MSG.                                                 00005800
           05 WS-IN-INVOICENO      PIC X(08).                           00005900
           05 FILLER                PIC X(01).                          00005950
           05 WS-IN-BTG-REASON     PIC X(02).                           00006000
           05 FILLER                PIC X(69).                          00006050
                                                                        00006100
       01 WS-OUTPUT-MSG            PIC X(80).                           00006200
                                                                        00006300
                 THRU 2000-SEARCH-XREF-END                              00016300
                                                                        00016400
              IF WS-XRF-HIT                                             00016500
                 MOVE WS-SAVE-PATIENID TO WS-RST-PATIENID               00016620
                 MOVE WS-IN-BTG-REASON TO WS-BTG-REASON                 00016740
                 PERFORM 7000-CHECK-RESTRICTED                          00016860
                    THRU 7000-CHECK-RESTRICTED-END                      00016980
              END-IF                                                    00017100
                                                                        00017105
              EVALUATE TRUE                                             00017110
                WHEN NOT WS-XRF-HIT                                     00017115
                  PERFORM 5200-SEND-NOT-FOUND                           00017121
                     THRU 5200-SEND-NOT-FOUND-END                       00017126
                WHEN WS-ACCESS-REFUSED                                  00017131
                  PERFORM 5300-SEND-NOT-AVAILABLE                       00017136
                     THRU 5300-SEND-NOT-AVAILABLE-END                   00017142
                  PERFORM 6000-LOG-ACCESS                               00017147
                     THRU 6000-LOG-ACCESS-END                           00017152
                WHEN OTHER                                              00017157
                  PERFORM 4000-GET-PATIENT-BILLING                      00017163
                     THRU 4000-GET-PATIENT-BILLING-END                  00017168
                  IF WS-ACCESS-OVERRIDE                                 00017173
                     PERFORM 6000-LOG-ACCESS                            00017178
                        THRU 6000-LOG-ACCESS-END                        00017184
                  END-IF                                                00017189
              END-EVALUATE                                              00017194
           ELSE                                                         00017200
      D       DISPLAY 'ERROR GETTING INPUT MSG :' IO-STATUS-CODE        00017300
           END-IF.                                                      00017400
      *-------------------------*                                       00027900
       5000-SEND-INVOICE-FOUND.                                         00028000
      *-------------------------*                                       00028100
      *    an override is reminded that the access is recorded          00028108
           IF WS-ACCESS-OVERRIDE                                        00028116
              MOVE SPACE TO WS-OUTPUT-MSG                               00028125
              STRING 'RESTRICTED RECORD - ACCESS LOGGED, REASON '       00028133
                 WS-BTG-REASON                                          00028141
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00028150
              CALL 'CBLTDLI' USING DLI-ISRT,                            00028158
                                   IO-PCB-MASK,                         00028166
                                   WS-OUTPUT-MSG                        00028175
           END-IF.                                                      00028183
                                                                        00028191
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT.                            00028200
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00028300
           STRING 'INVOICE ' WS-IN-INVOICENO                            00028400
       5200-SEND-NOT-FOUND-END.                                         00031000
      *-------------------------*                                       00031100
           EXIT.                                                        00031200
                                                                        00031300
      *-------------------------*                                       00031400
       5300-SEND-NOT-AVAILABLE.                                         00031500
      *-------------------------*                                       00031600
      *    the same reply as a key that is not on file: the             00031700
      *    refusal shows only in INQLOG                                 00031800
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00031900
           STRING 'INVOICE NOT FOUND: ' WS-IN-INVOICENO                 00032000
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00032100
                                                                        00032200
           CALL 'CBLTDLI' USING DLI-ISRT,                               00032300
                                IO-PCB-MASK,                            00032400
                                WS-OUTPUT-MSG.                          00032500
      *-------------------------*                                       00032600
       5300-SEND-NOT-AVAILABLE-END.                                     00032700
      *-------------------------*                                       00032800
           EXIT.                                                        00032900
                                                                        00033000
      *-------------------------*                                       00033100
       6000-LOG-ACCESS.                                                 00033200
      *-------------------------*                                       00033300
      *    the log only ever grows - extend it, or create it on         00033400
      *    the very first entry                                         00033500
           OPEN EXTEND INQLOG.                                          00033600
           IF WS-LOG-FS NOT = '00'                                      00033700
              OPEN OUTPUT INQLOG                                        00033800
           END-IF.                                                      00033900
           IF WS-LOG-FS = '00'                                          00034000
              MOVE SPACE           TO LOG-REC                           00034100
              MOVE LTERM-NAME      TO LOG-LTERM                         00034200
              MOVE WS-RST-PATIENID TO LOG-PATIENID                      00034300
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD                     00034400
              ACCEPT WS-LOG-TIME FROM TIME                              00034500
              MOVE WS-LOG-DATE     TO LOG-DATE                          00034600
              MOVE WS-LOG-TIME     TO LOG-TIME                          00034700
              MOVE WS-ACCESS-RESULT TO LOG-RESULT                       00034800
              MOVE WS-BTG-REASON   TO LOG-REASON                        00034900
              MOVE 'PINVINQ'       TO LOG-TRANCODE                      00035000
              MOVE USERID          TO LOG-USERID                        00035100
              WRITE LOG-REC                                             00035200
              CLOSE INQLOG                                              00035300
           ELSE                                                         00035400
      D       DISPLAY 'INQLOG NOT AVAILABLE: ' WS-LOG-FS                00035500
           END-IF.                                                      00035600
      *-------------------------*                                       00035700
       6000-LOG-ACCESS-END.                                             00035800
      *-------------------------*                                       00035900
           EXIT.                                                        00036000
                                                                        00036100
      *-------------------------*                                       00036200
       7000-CHECK-RESTRICTED.                                           00036300
      *-------------------------*                                       00036400
      *    a patient listed on RSTPAT is shown only to the LTERMs       00036500
      *    and operator groups listed for the patient; anyone else gets 00036600
      *    in only with a break-the-glass reason, which is logged       00036700
           MOVE 'N'     TO WS-RST-PATIENT-SW.                           00036800
           MOVE 'N'     TO WS-RST-ACCESS-SW.                            00036900
           MOVE 'N'     TO WS-OPR-LOOKUP-SW.                            00037000
           MOVE SPACE   TO WS-OPR-GROUP.                                00037100
           MOVE 'FALSE' TO WS-RST-END-OF-FILE.                          00037200
           MOVE 'Y'     TO WS-ACCESS-RESULT.                            00037300
                                                                        00037400
      *    no file means nothing is restricted yet; a file that         00037500
      *    will not open otherwise must not open the record up          00037600
           OPEN INPUT RSTPAT.                                           00037700
           EVALUATE TRUE                                                00037800
             WHEN WS-RST-FS = '00'                                      00037900
               PERFORM 7100-READ-RSTPAT                                 00038000
                  THRU 7100-READ-RSTPAT-END                             00038100
                  UNTIL WS-RST-EOF                                      00038200
                     OR WS-RST-ALLOWED                                  00038300
               CLOSE RSTPAT                                             00038400
             WHEN WS-RST-FS = '35'                                      00038500
               CONTINUE                                                 00038600
             WHEN OTHER                                                 00038700
      D        DISPLAY 'RSTPAT NOT AVAILABLE: ' WS-RST-FS               00038800
               MOVE 'Y' TO WS-RST-PATIENT-SW                            00038900
           END-EVALUATE.                                                00039000
                                                                        00039100
           IF WS-RST-RESTRICTED                                         00039200
              AND NOT WS-RST-ALLOWED                                    00039300
              IF WS-BTG-VALID                                           00039400
                 MOVE 'B' TO WS-ACCESS-RESULT                           00039500
                 DISPLAY 'RESTRICTED PATIENT OVERRIDE: '                00039600
                    WS-RST-PATIENID ' ' LTERM-NAME ' ' USERID           00039700
                    ' REASON ' WS-BTG-REASON                            00039800
              ELSE                                                      00039900
                 MOVE 'R' TO WS-ACCESS-RESULT                           00040000
      D          DISPLAY 'RESTRICTED PATIENT REFUSED: '                 00040100
      D             WS-RST-PATIENID ' ' LTERM-NAME ' ' USERID           00040200
              END-IF                                                    00040300
           END-IF.                                                      00040400
      *-------------------------*                                       00040500
       7000-CHECK-RESTRICTED-END.                                       00040600
      *-------------------------*                                       00040700
           EXIT.                                                        00040800
                                                                        00040900
      *-------------------------*                                       00041000
       7100-READ-RSTPAT.                                                00041100
      *-------------------------*                                       00041200
           READ RSTPAT                                                  00041300
           END-READ.                                                    00041400
                                                                        00041500
           EVALUATE TRUE                                                00041600
             WHEN WS-RST-FS = '00'                                      00041700
               IF RST-PATIENID = WS-RST-PATIENID                        00041800
                  MOVE 'Y' TO WS-RST-PATIENT-SW                         00041900
                  EVALUATE RST-ACC-TYPE                                 00042000
                    WHEN 'L'                                            00042100
                      IF RST-ACC-ID = LTERM-NAME                        00042200
                         MOVE 'Y' TO WS-RST-ACCESS-SW                   00042300
                      END-IF                                            00042400
                    WHEN 'G'                                            00042500
                      IF NOT WS-OPR-RESOLVED                            00042600
                         PERFORM 7200-GET-OPR-GROUP                     00042700
                            THRU 7200-GET-OPR-GROUP-END                 00042800
                      END-IF                                            00042900
                      IF WS-OPR-GROUP NOT = SPACE                       00043000
                         AND RST-ACC-ID = WS-OPR-GROUP                  00043100
                         MOVE 'Y' TO WS-RST-ACCESS-SW                   00043200
                      END-IF                                            00043300
                    WHEN OTHER                                          00043400
                      CONTINUE                                          00043500
                  END-EVALUATE                                          00043600
               END-IF                                                   00043700
             WHEN WS-RST-FS = '10'                                      00043800
               SET WS-RST-EOF TO TRUE                                   00043900
             WHEN OTHER                                                 00044000
      D        DISPLAY 'ERROR READ FILE RSTPAT: ' WS-RST-FS             00044100
               MOVE 'Y' TO WS-RST-PATIENT-SW                            00044200
               SET WS-RST-EOF TO TRUE                                   00044300
           END-EVALUATE.                                                00044400
      *-------------------------*                                       00044500
       7100-READ-RSTPAT-END.                                            00044600
      *-------------------------*                                       00044700
           EXIT.                                                        00044800
                                                                        00044900
      *-------------------------*                                       00045000
       7200-GET-OPR-GROUP.                                              00045100
      *-------------------------*                                       00045200
      *    the signed-on operator's group, looked up once and only      00045300
      *    when a group grant has to be tested                          00045400
           MOVE 'Y'     TO WS-OPR-LOOKUP-SW.                            00045500
           MOVE 'FALSE' TO WS-OPR-END-OF-FILE.                          00045600
                                                                        00045700
           OPEN INPUT OPRFILE.                                          00045800
           IF WS-OPR-FS NOT = '00'                                      00045900
      D       DISPLAY 'OPRFILE NOT AVAILABLE: ' WS-OPR-FS               00046000
              GO TO 7200-GET-OPR-GROUP-END                              00046100
           END-IF.                                                      00046200
                                                                        00046300
           PERFORM 7210-READ-OPRFILE                                    00046400
              THRU 7210-READ-OPRFILE-END                                00046500
              UNTIL WS-OPR-EOF.                                         00046600
                                                                        00046700
           CLOSE OPRFILE.                                               00046800
      *-------------------------*                                       00046900
       7200-GET-OPR-GROUP-END.                                          00047000
      *-------------------------*                                       00047100
           EXIT.                                                        00047200
                                                                        00047300
      *-------------------------*                                       00047400
       7210-READ-OPRFILE.                                               00047500
      *-------------------------*                                       00047600
           READ OPRFILE                                                 00047700
           END-READ.                                                    00047800
                                                                        00047900
           EVALUATE TRUE                                                00048000
             WHEN WS-OPR-FS = '00'                                      00048100
               IF OPR-USERID = USERID                                   00048200
                  MOVE OPR-GROUP TO WS-OPR-GROUP                        00048300
                  SET WS-OPR-EOF TO TRUE                                00048400
               END-IF                                                   00048500
             WHEN WS-OPR-FS = '10'                                      00048600
               SET WS-OPR-EOF TO TRUE                                   00048700
             WHEN OTHER                                                 00048800
      D        DISPLAY 'ERROR READ FILE OPRFILE: ' WS-OPR-FS            00048900
               SET WS-OPR-EOF TO TRUE                                   00049000
           END-EVALUATE.                                                00049100
      *-------------------------*                                       00049200
       7210-READ-OPRFILE-END.                                           00049300
      *-------------------------*                                       00049400
           EXIT.                                                        00049500
                                                                        00049600
