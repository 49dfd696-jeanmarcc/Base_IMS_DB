      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PRSTMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance du fichier des patients a acces                00000900
      *      restreint (RSTPAT, lu par PPATINQ, PINVINQ et              00001000
      *      PPATCOR), tenu par le responsable de la protection         00001100
      *      des renseignements. Une ligne par autorisation:            00001200
      *      type L = terminal (LTERM), G = groupe d'operateurs         00001300
      *      (OPRFILE), N = aucun acces permanent (seul le bris         00001400
      *      de glace ouvre le dossier). Lit les transactions           00001500
      *      RSTTIN: A=ajouter une ligne, X=retirer une ligne.          00001600
      *      Un patient n'est plus restreint quand sa derniere          00001700
      *      ligne est retiree. Chaque changement sort sur le           00001800
      *      journal RSTRPT.                                            00001900
      *                                                                 00002000
      * Fichier entree: RSTIN, patients restreints courants             00002100
      * Fichier entree: RSTTIN, transactions                            00002200
      * Fichier sortie: RSTOUT, nouveau fichier RSTPAT                  00002300
      * Fichier sortie: RSTRPT, journal des changements                 00002400
      * Fichier sortie: RSTREJ, transactions refusees                   00002500
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
       ENVIRONMENT DIVISION.                                            00002800
      *--------------------*                                            00002900
       CONFIGURATION SECTION.                                           00003000
       OBJECT-COMPUTER.                                                 00003100
       SOURCE-COMPUTER.                                                 00003200
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT RST-IN ASSIGN TO RSTIN                                00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-RST-FS.                                    00003800
           SELECT RSTX-IN ASSIGN TO RSTTIN                              00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-RSX-FS.                                    00004100
           SELECT RST-OUT ASSIGN TO RSTOUT                              00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-RSTO-FS.                                   00004400
           SELECT RPT01-OUT ASSIGN TO RSTRPT                            00004500
           ORGANIZATION IS LINE SEQUENTIAL                              00004600
           FILE STATUS IS WS-RPT01-FS.                                  00004700
           SELECT RREJ-OUT ASSIGN TO RSTREJ                             00004800
           ORGANIZATION IS SEQUENTIAL                                   00004900
           FILE STATUS IS WS-RREJ-FS.                                   00005000
      *----------------*                                                00005100
       DATA DIVISION.                                                   00005200
      *----------------*                                                00005300
       FILE SECTION.                                                    00005400
                                                                        00005500
      *    une ligne par autorisation, meme disposition que RSTPAT      00005600
       FD  RST-IN RECORDING MODE F.                                     00005700
       01  RST-REC.                                                     00005800
           05 RST-PATIENID      PIC X(05).                              00005900
           05 FILLER            PIC X(01).                              00006000
           05 RST-ACC-TYPE      PIC X(01).                              00006100
           05 FILLER            PIC X(01).                              00006200
           05 RST-ACC-ID        PIC X(08).                              00006300
           05 FILLER            PIC X(64).                              00006400
                                                                        00006500
       FD  RSTX-IN RECORDING MODE F.                                    00006600
       01  RSTX-IN-DATA                 PIC X(80).                      00006700
                                                                        00006800
       FD  RST-OUT RECORDING MODE F.                                    00006900
       01  RST-OUT-REC                  PIC X(80).                      00007000
                                                                        00007100
       FD  RPT01-OUT RECORDING MODE F.                                  00007200
       01  RPT01-OUT-REC                PIC X(80).                      00007300
                                                                        00007400
       FD  RREJ-OUT RECORDING MODE F.                                   00007500
       01  RREJ-OUT-REC.                                                00007600
           05 RRJ-ACTION       PIC X(01).                               00007700
           05 FILLER           PIC X(01).                               00007800
           05 RRJ-PATIENID     PIC X(05).                               00007900
           05 FILLER           PIC X(01).                               00008000
           05 RRJ-ACC-TYPE     PIC X(01).                               00008100
           05 FILLER           PIC X(01).                               00008200
           05 RRJ-ACC-ID       PIC X(08).                               00008300
           05 FILLER           PIC X(01).                               00008400
           05 RRJ-REASON       PIC X(30).                               00008500
           05 FILLER           PIC X(31).                               00008600
                                                                        00008700
      *-----------------------*                                         00008800
       WORKING-STORAGE SECTION.                                         00008900
      *-----------------------*                                         00009000
       01 WS-FILE-STATUS.                                               00009100
          05 WS-RST-FS                 PIC X(2).                        00009200
          05 WS-RSX-FS                 PIC X(2).                        00009300
          05 WS-RSTO-FS                PIC X(2).                        00009400
          05 WS-RPT01-FS               PIC X(2).                        00009500
          05 WS-RREJ-FS                PIC X(2).                        00009600
                                                                        00009700
       01 WS-RST-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009800
          88 WS-RST-EOF                 VALUE 'TRUE'.                   00009900
       01 WS-RSX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010000
          88 WS-RSX-EOF                 VALUE 'TRUE'.                   00010100
                                                                        00010200
       01 WS-COUNTERS.                                                  00010300
           05 WS-NO-READ-RSX               PIC 9(8).                    00010400
           05 WS-NO-ADDED                  PIC 9(8).                    00010500
           05 WS-NO-REMOVED                PIC 9(8).                    00010600
           05 WS-NO-REJECTS                PIC 9(8).                    00010700
           05 WS-NO-WRITTEN                PIC 9(8).                    00010800
                                                                        00010900
      *    une transaction par enregistrement                           00011000
       01 WS-REC-RSX.                                                   00011100
          05 RSX-ACTION                PIC X(01).                       00011200
          05 FILLER                    PIC X(01).                       00011300
          05 RSX-PATIENID              PIC X(05).                       00011400
          05 FILLER                    PIC X(01).                       00011500
          05 RSX-ACC-TYPE              PIC X(01).                       00011600
             88 RSX-TYPE-VALID         VALUE 'L' 'G' 'N'.               00011700
          05 FILLER                    PIC X(01).                       00011800
          05 RSX-ACC-ID                PIC X(08).                       00011900
          05 FILLER                    PIC X(62).                       00012000
                                                                        00012100
      *    les lignes chargees en table; une ligne retiree est          00012200
      *    marquee et n'est pas recrite                                 00012300
       01 WS-RST-TABLE.                                                 00012400
          05 WS-RST-MAX         PIC 9(03) COMP VALUE 500.               00012500
          05 WS-RST-COUNT       PIC 9(03) COMP VALUE 0.                 00012600
          05 WS-RST-ENTRY OCCURS 500 TIMES INDEXED BY RST-IDX.          00012700
             10 WS-RST-TAB-PATIENID   PIC X(05).                        00012800
             10 WS-RST-TAB-ACC-TYPE   PIC X(01).                        00012900
             10 WS-RST-TAB-ACC-ID     PIC X(08).                        00013000
             10 WS-RST-TAB-STATUS     PIC X(01).                        00013100
                                                                        00013200
       01 WS-RST-FOUND                  PIC X(01) VALUE 'N'.            00013300
          88 WS-RST-HIT                 VALUE 'Y'.                      00013400
       01 WS-RST-HIT-SUB                PIC 9(03) COMP VALUE 0.         00013500
       01 WS-RST-SUB                    PIC 9(03) COMP VALUE 0.         00013600
       01 WS-RST-PAT-ROWS               PIC 9(03) COMP VALUE 0.         00013700
                                                                        00013800
       01 WS-RUN-DATE                   PIC 9(08).                      00013900
       01 WS-REJ-REASON                 PIC X(30).                      00014000
                                                                        00014100
       01 RPT-HEADER-1.                                                 00014200
           05 FILLER           PIC X(38) VALUE                          00014300
                'RESTRICTED PATIENT CHANGE JOURNAL    '.                00014400
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.            00014500
           05 RPT-H1-RUN-DATE  PIC 9(08).                               00014600
           05 FILLER           PIC X(24) VALUE SPACE.                   00014700
                                                                        00014800
       01 RPT-CHANGE-LINE.                                              00014900
           05 RPT-C-ACTION     PIC X(07).                               00015000
           05 FILLER           PIC X(01) VALUE SPACE.                   00015100
           05 RPT-C-PATIENID   PIC X(05).                               00015200
           05 FILLER           PIC X(01) VALUE SPACE.                   00015300
           05 RPT-C-ACC-TYPE   PIC X(01).                               00015400
           05 FILLER           PIC X(01) VALUE SPACE.                   00015500
           05 RPT-C-ACC-ID     PIC X(08).                               00015600
           05 FILLER           PIC X(01) VALUE SPACE.                   00015700
           05 RPT-C-NOTE       PIC X(30).                               00015800
           05 FILLER           PIC X(25) VALUE SPACE.                   00015900
                                                                        00016000
      *-----------------------*                                         00016100
       PROCEDURE DIVISION.                                              00016200
      *-----------------------*                                         00016300
                                                                        00016400
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00016500
                                                                        00016600
           PERFORM 1000-INIT                                            00016700
              THRU 1000-INIT-END.                                       00016800
                                                                        00016900
           DISPLAY '1_____APPLY RESTRICTION TRANSACTIONS'.              00017000
           PERFORM 5000-APPLY-TRANSACTION                               00017100
              THRU 5000-APPLY-TRANSACTION-END                           00017200
              UNTIL WS-RSX-EOF.                                         00017300
                                                                        00017400
           DISPLAY '2_____REWRITE THE RESTRICTED PATIENT FILE'.         00017500
           PERFORM 6000-REWRITE-RESTRICTIONS                            00017600
              THRU 6000-REWRITE-RESTRICTIONS-END                        00017700
              VARYING WS-RST-SUB FROM 1 BY 1                            00017800
              UNTIL WS-RST-SUB > WS-RST-COUNT.                          00017900
                                                                        00018000
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00018100
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-RSX.                00018200
           DISPLAY 'ROWS ADDED       : ' WS-NO-ADDED.                   00018300
           DISPLAY 'ROWS REMOVED     : ' WS-NO-REMOVED.                 00018400
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00018500
           DISPLAY 'ROWS WRITTEN     : ' WS-NO-WRITTEN.                 00018600
           CLOSE RST-OUT.                                               00018700
           CLOSE RPT01-OUT.                                             00018800
           CLOSE RREJ-OUT.                                              00018900
                                                                        00019000
           IF WS-NO-REJECTS > 0                                         00019100
              MOVE 4 TO RETURN-CODE                                     00019200
           END-IF.                                                      00019300
                                                                        00019400
           GOBACK.                                                      00019500
                                                                        00019600
      *------------*                                                    00019700
       1000-INIT.                                                       00019800
      *------------*                                                    00019900
           DISPLAY "***** INIT PROCESS *****".                          00020000
                                                                        00020100
           MOVE SPACE TO WS-FILE-STATUS.                                00020200
           MOVE ZEROES TO WS-COUNTERS.                                  00020300
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00020400
                                                                        00020500
      *    load the current rows; an empty or missing file is a         00020600
      *    valid first load                                             00020700
           OPEN INPUT RST-IN.                                           00020800
           IF WS-RST-FS = '00'                                          00020900
              PERFORM 1100-LOAD-RST-TABLE                               00021000
                 THRU 1100-LOAD-RST-TABLE-END                           00021100
                 UNTIL WS-RST-EOF                                       00021200
              CLOSE RST-IN                                              00021300
           ELSE                                                         00021400
              DISPLAY 'RSTIN NOT AVAILABLE - STARTING EMPTY'            00021500
           END-IF.                                                      00021600
           DISPLAY 'RESTRICTION ROWS LOADED: ' WS-RST-COUNT.            00021700
                                                                        00021800
           OPEN INPUT RSTX-IN.                                          00021900
           IF WS-RSX-FS NOT = "00"                                      00022000
      D      DISPLAY "ERROR OPEN FILE RSTTIN: " WS-RSX-FS               00022100
             PERFORM 9999-ABEND                                         00022200
                THRU 9999-ABEND-END                                     00022300
           END-IF.                                                      00022400
                                                                        00022500
           OPEN OUTPUT RST-OUT.                                         00022600
           OPEN OUTPUT RREJ-OUT.                                        00022700
           OPEN OUTPUT RPT01-OUT.                                       00022800
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.                         00022900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00023000
                                                                        00023100
      *    first read of the transaction file                           00023200
           PERFORM 8100-READ-RSX                                        00023300
              THRU 8100-READ-RSX-END.                                   00023400
                                                                        00023500
           DISPLAY "***** FIN INIT PROCESS *****".                      00023600
                                                                        00023700
      *----------------*                                                00023800
       1000-INIT-END.                                                   00023900
      *----------------*                                                00024000
           EXIT.                                                        00024100
                                                                        00024200
      *-----------------------*                                         00024300
       1100-LOAD-RST-TABLE.                                             00024400
      *-----------------------*                                         00024500
           READ RST-IN                                                  00024600
           END-READ.                                                    00024700
                                                                        00024800
           EVALUATE TRUE                                                00024900
             WHEN WS-RST-FS = '00'                                      00025000
               IF WS-RST-COUNT < WS-RST-MAX                             00025100
                  ADD 1 TO WS-RST-COUNT                                 00025200
                  SET RST-IDX TO WS-RST-COUNT                           00025300
                  MOVE RST-PATIENID TO WS-RST-TAB-PATIENID (RST-IDX)    00025400
                  MOVE RST-ACC-TYPE TO WS-RST-TAB-ACC-TYPE (RST-IDX)    00025500
                  MOVE RST-ACC-ID   TO WS-RST-TAB-ACC-ID (RST-IDX)      00025600
                  MOVE 'A'          TO WS-RST-TAB-STATUS (RST-IDX)      00025700
               ELSE                                                     00025800
      *           a dropped row would lift a restriction on             00025900
      *           rewrite, so stop instead                              00026000
                  DISPLAY 'RESTRICTION TABLE FULL - RUN STOPPED: '      00026100
                     RST-PATIENID                                       00026200
                  MOVE 16 TO RETURN-CODE                                00026300
                  PERFORM 9999-ABEND                                    00026400
                     THRU 9999-ABEND-END                                00026500
               END-IF                                                   00026600
             WHEN WS-RST-FS = '10'                                      00026700
               SET WS-RST-EOF TO TRUE                                   00026800
             WHEN OTHER                                                 00026900
      D        DISPLAY "ERROR READ FILE RSTIN !!!: " WS-RST-FS          00027000
               PERFORM 9999-ABEND                                       00027100
                  THRU 9999-ABEND-END                                   00027200
           END-EVALUATE.                                                00027300
      *-----------------------*                                         00027400
       1100-LOAD-RST-TABLE-END.                                         00027500
      *-----------------------*                                         00027600
           EXIT.                                                        00027700
                                                                        00027800
      *-----------------------*                                         00027900
       5000-APPLY-TRANSACTION.                                          00028000
      *-----------------------*                                         00028100
      D    DISPLAY "TRANSACTION: " WS-REC-RSX.                          00028200
                                                                        00028300
           EVALUATE RSX-ACTION                                          00028400
             WHEN 'A'                                                   00028500
               PERFORM 5100-ADD-ROW                                     00028600
                  THRU 5100-ADD-ROW-END                                 00028700
             WHEN 'X'                                                   00028800
               PERFORM 5200-REMOVE-ROW                                  00028900
                  THRU 5200-REMOVE-ROW-END                              00029000
             WHEN OTHER                                                 00029100
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-REASON              00029200
               PERFORM 5900-WRITE-REJECT                                00029300
                  THRU 5900-WRITE-REJECT-END                            00029400
           END-EVALUATE.                                                00029500
                                                                        00029600
           IF NOT WS-RSX-EOF                                            00029700
              PERFORM 8100-READ-RSX                                     00029800
                 THRU 8100-READ-RSX-END                                 00029900
           END-IF.                                                      00030000
      *-----------------------*                                         00030100
       5000-APPLY-TRANSACTION-END.                                      00030200
      *-----------------------*                                         00030300
           EXIT.                                                        00030400
                                                                        00030500
      *-----------------------*                                         00030600
       5100-ADD-ROW.                                                    00030700
      *-----------------------*                                         00030800
           IF RSX-PATIENID = SPACE                                      00030900
              MOVE 'PATIENID IS REQUIRED' TO WS-REJ-REASON              00031000
              PERFORM 5900-WRITE-REJECT                                 00031100
                 THRU 5900-WRITE-REJECT-END                             00031200
              GO TO 5100-ADD-ROW-END                                    00031300
           END-IF.                                                      00031400
           IF NOT RSX-TYPE-VALID                                        00031500
              MOVE 'ACCESS TYPE MUST BE L, G OR N' TO WS-REJ-REASON     00031600
              PERFORM 5900-WRITE-REJECT                                 00031700
                 THRU 5900-WRITE-REJECT-END                             00031800
              GO TO 5100-ADD-ROW-END                                    00031900
           END-IF.                                                      00032000
      *    a grant names its terminal or group; an N row names none     00032100
           IF RSX-ACC-TYPE = 'N'                                        00032200
              MOVE SPACE TO RSX-ACC-ID                                  00032300
           ELSE                                                         00032400
              IF RSX-ACC-ID = SPACE                                     00032500
                 MOVE 'LTERM OR GROUP IS REQUIRED' TO WS-REJ-REASON     00032600
                 PERFORM 5900-WRITE-REJECT                              00032700
                    THRU 5900-WRITE-REJECT-END                          00032800
                 GO TO 5100-ADD-ROW-END                                 00032900
              END-IF                                                    00033000
           END-IF.                                                      00033100
                                                                        00033200
           PERFORM 5300-FIND-ROW                                        00033300
              THRU 5300-FIND-ROW-END.                                   00033400
           IF WS-RST-HIT                                                00033500
              MOVE 'ROW ALREADY ON FILE' TO WS-REJ-REASON               00033600
              PERFORM 5900-WRITE-REJECT                                 00033700
                 THRU 5900-WRITE-REJECT-END                             00033800
              GO TO 5100-ADD-ROW-END                                    00033900
           END-IF.                                                      00034000
           IF WS-RST-COUNT NOT < WS-RST-MAX                             00034100
              MOVE 'RESTRICTED FILE FULL' TO WS-REJ-REASON              00034200
              PERFORM 5900-WRITE-REJECT                                 00034300
                 THRU 5900-WRITE-REJECT-END                             00034400
              GO TO 5100-ADD-ROW-END                                    00034500
           END-IF.                                                      00034600
                                                                        00034700
      *    the first row for a patient is what restricts the record     00034800
           PERFORM 5400-COUNT-PATIENT-ROWS                              00034900
              THRU 5400-COUNT-PATIENT-ROWS-END.                         00035000
           IF WS-RST-PAT-ROWS = 0                                       00035100
              MOVE 'PATIENT NOW RESTRICTED' TO RPT-C-NOTE               00035200
           ELSE                                                         00035300
              MOVE SPACE TO RPT-C-NOTE                                  00035400
           END-IF.                                                      00035500
                                                                        00035600
           ADD 1 TO WS-RST-COUNT.                                       00035700
           SET RST-IDX TO WS-RST-COUNT.                                 00035800
           MOVE RSX-PATIENID TO WS-RST-TAB-PATIENID (RST-IDX).          00035900
           MOVE RSX-ACC-TYPE TO WS-RST-TAB-ACC-TYPE (RST-IDX).          00036000
           MOVE RSX-ACC-ID   TO WS-RST-TAB-ACC-ID (RST-IDX).            00036100
           MOVE 'A'          TO WS-RST-TAB-STATUS (RST-IDX).            00036200
           MOVE 'ADD    ' TO RPT-C-ACTION.                              00036300
           PERFORM 5800-WRITE-AUDIT-LINE                                00036400
              THRU 5800-WRITE-AUDIT-LINE-END.                           00036500
           ADD 1 TO WS-NO-ADDED.                                        00036600
           DISPLAY 'ROW ADDED: ' RSX-PATIENID ' ' RSX-ACC-TYPE          00036700
              ' ' RSX-ACC-ID.                                           00036800
      *-----------------------*                                         00036900
       5100-ADD-ROW-END.                                                00037000
      *-----------------------*                                         00037100
           EXIT.                                                        00037200
                                                                        00037300
      *-----------------------*                                         00037400
       5200-REMOVE-ROW.                                                 00037500
      *-----------------------*                                         00037600
           IF RSX-ACC-TYPE = 'N'                                        00037700
              MOVE SPACE TO RSX-ACC-ID                                  00037800
           END-IF.                                                      00037900
           PERFORM 5300-FIND-ROW                                        00038000
              THRU 5300-FIND-ROW-END.                                   00038100
           IF NOT WS-RST-HIT                                            00038200
              MOVE 'NO SUCH ROW ON FILE' TO WS-REJ-REASON               00038300
              PERFORM 5900-WRITE-REJECT                                 00038400
                 THRU 5900-WRITE-REJECT-END                             00038500
              GO TO 5200-REMOVE-ROW-END                                 00038600
           END-IF.                                                      00038700
                                                                        00038800
           SET RST-IDX TO WS-RST-HIT-SUB.                               00038900
           MOVE 'X' TO WS-RST-TAB-STATUS (RST-IDX).                     00039000
                                                                        00039100
      *    the last row gone lifts the restriction altogether           00039200
           PERFORM 5400-COUNT-PATIENT-ROWS                              00039300
              THRU 5400-COUNT-PATIENT-ROWS-END.                         00039400
           IF WS-RST-PAT-ROWS = 0                                       00039500
              MOVE 'RESTRICTION LIFTED' TO RPT-C-NOTE                   00039600
           ELSE                                                         00039700
              MOVE SPACE TO RPT-C-NOTE                                  00039800
           END-IF.                                                      00039900
                                                                        00040000
           SET RST-IDX TO WS-RST-HIT-SUB.                               00040100
           MOVE 'REMOVE ' TO RPT-C-ACTION.                              00040200
           PERFORM 5800-WRITE-AUDIT-LINE                                00040300
              THRU 5800-WRITE-AUDIT-LINE-END.                           00040400
           ADD 1 TO WS-NO-REMOVED.                                      00040500
           DISPLAY 'ROW REMOVED: ' RSX-PATIENID ' ' RSX-ACC-TYPE        00040600
              ' ' RSX-ACC-ID.                                           00040700
      *-----------------------*                                         00040800
       5200-REMOVE-ROW-END.                                             00040900
      *-----------------------*                                         00041000
           EXIT.                                                        00041100
                                                                        00041200
      *-----------------------*                                         00041300
       5300-FIND-ROW.                                                   00041400
      *-----------------------*                                         00041500
           MOVE 'N' TO WS-RST-FOUND.                                    00041600
           PERFORM 5310-ROW-LOOKUP                                      00041700
              THRU 5310-ROW-LOOKUP-END                                  00041800
              VARYING RST-IDX FROM 1 BY 1                               00041900
              UNTIL RST-IDX > WS-RST-COUNT                              00042000
                 OR WS-RST-HIT.                                         00042100
      *-----------------------*                                         00042200
       5300-FIND-ROW-END.                                               00042300
      *-----------------------*                                         00042400
           EXIT.                                                        00042500
                                                                        00042600
      *-----------------------*                                         00042700
       5310-ROW-LOOKUP.                                                 00042800
      *-----------------------*                                         00042900
           IF WS-RST-TAB-PATIENID (RST-IDX) = RSX-PATIENID              00043000
              AND WS-RST-TAB-ACC-TYPE (RST-IDX) = RSX-ACC-TYPE          00043100
              AND WS-RST-TAB-ACC-ID (RST-IDX) = RSX-ACC-ID              00043200
              AND WS-RST-TAB-STATUS (RST-IDX) = 'A'                     00043300
              MOVE 'Y' TO WS-RST-FOUND                                  00043400
              SET WS-RST-HIT-SUB TO RST-IDX                             00043500
           END-IF.                                                      00043600
      *-----------------------*                                         00043700
       5310-ROW-LOOKUP-END.                                             00043800
      *-----------------------*                                         00043900
           EXIT.                                                        00044000
                                                                        00044100
      *-----------------------*                                         00044200
       5400-COUNT-PATIENT-ROWS.                                         00044300
      *-----------------------*                                         00044400
           MOVE 0 TO WS-RST-PAT-ROWS.                                   00044500
           PERFORM 5410-COUNT-ONE-ROW                                   00044600
              THRU 5410-COUNT-ONE-ROW-END                               00044700
              VARYING RST-IDX FROM 1 BY 1                               00044800
              UNTIL RST-IDX > WS-RST-COUNT.                             00044900
      *-----------------------*                                         00045000
       5400-COUNT-PATIENT-ROWS-END.                                     00045100
      *-----------------------*                                         00045200
           EXIT.                                                        00045300
                                                                        00045400
      *-----------------------*                                         00045500
       5410-COUNT-ONE-ROW.                                              00045600
      *-----------------------*                                         00045700
           IF WS-RST-TAB-PATIENID (RST-IDX) = RSX-PATIENID              00045800
              AND WS-RST-TAB-STATUS (RST-IDX) = 'A'                     00045900
              ADD 1 TO WS-RST-PAT-ROWS                                  00046000
           END-IF.                                                      00046100
      *-----------------------*                                         00046200
       5410-COUNT-ONE-ROW-END.                                          00046300
      *-----------------------*                                         00046400
           EXIT.                                                        00046500
                                                                        00046600
      *-----------------------*                                         00046700
       5800-WRITE-AUDIT-LINE.                                           00046800
      *-----------------------*                                         00046900
           MOVE WS-RST-TAB-PATIENID (RST-IDX) TO RPT-C-PATIENID.        00047000
           MOVE WS-RST-TAB-ACC-TYPE (RST-IDX) TO RPT-C-ACC-TYPE.        00047100
           MOVE WS-RST-TAB-ACC-ID (RST-IDX)   TO RPT-C-ACC-ID.          00047200
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00047300
              AFTER ADVANCING 1 LINE.                                   00047400
      *-----------------------*                                         00047500
       5800-WRITE-AUDIT-LINE-END.                                       00047600
      *-----------------------*                                         00047700
           EXIT.                                                        00047800
                                                                        00047900
      *-----------------------*                                         00048000
       5900-WRITE-REJECT.                                               00048100
      *-----------------------*                                         00048200
           DISPLAY 'TRANSACTION REJECTED: ' WS-REJ-REASON.              00048300
           MOVE SPACE         TO RREJ-OUT-REC.                          00048400
           MOVE RSX-ACTION    TO RRJ-ACTION.                            00048500
           MOVE RSX-PATIENID TO RRJ-PATIENID.                           00048600
           MOVE RSX-ACC-TYPE TO RRJ-ACC-TYPE.                           00048700
           MOVE RSX-ACC-ID   TO RRJ-ACC-ID.                             00048800
           MOVE WS-REJ-REASON TO RRJ-REASON.                            00048900
           WRITE RREJ-OUT-REC.                                          00049000
           ADD 1 TO WS-NO-REJECTS.                                      00049100
      *-----------------------*                                         00049200
       5900-WRITE-REJECT-END.                                           00049300
      *-----------------------*                                         00049400
           EXIT.                                                        00049500
                                                                        00049600
      *-----------------------*                                         00049700
       6000-REWRITE-RESTRICTIONS.                                       00049800
      *-----------------------*                                         00049900
           SET RST-IDX TO WS-RST-SUB.                                   00050000
           IF WS-RST-TAB-STATUS (RST-IDX) = 'A'                         00050100
              MOVE SPACE                         TO RST-REC             00050200
              MOVE WS-RST-TAB-PATIENID (RST-IDX) TO RST-PATIENID        00050300
              MOVE WS-RST-TAB-ACC-TYPE (RST-IDX) TO RST-ACC-TYPE        00050400
              MOVE WS-RST-TAB-ACC-ID (RST-IDX)   TO RST-ACC-ID          00050500
              WRITE RST-OUT-REC FROM RST-REC                            00050600
              ADD 1 TO WS-NO-WRITTEN                                    00050700
           END-IF.                                                      00050800
      *-----------------------*                                         00050900
       6000-REWRITE-RESTRICTIONS-END.                                   00051000
      *-----------------------*                                         00051100
           EXIT.                                                        00051200
                                                                        00051300
      *---------------*                                                 00051400
       8100-READ-RSX.                                                   00051500
      *---------------*                                                 00051600
                                                                        00051700
           INITIALIZE WS-REC-RSX.                                       00051800
                                                                        00051900
           READ RSTX-IN INTO WS-REC-RSX                                 00052000
           END-READ.                                                    00052100
                                                                        00052200
           EVALUATE TRUE                                                00052300
                                                                        00052400
             WHEN WS-RSX-FS = '00'                                      00052500
               ADD 1 TO WS-NO-READ-RSX                                  00052600
      D        DISPLAY "READ FILE OK: " WS-REC-RSX                      00052700
               CONTINUE                                                 00052800
             WHEN WS-RSX-FS = '10'                                      00052900
               SET WS-RSX-EOF TO TRUE                                   00053000
      D        DISPLAY "WS-RSX-END-OF-FILE " WS-RSX-END-OF-FILE         00053100
             WHEN OTHER                                                 00053200
      D        DISPLAY "ERROR READ FILE RSTTIN !!!: " WS-RSX-FS         00053300
               PERFORM 9999-ABEND                                       00053400
                  THRU 9999-ABEND-END                                   00053500
                                                                        00053600
           END-EVALUATE.                                                00053700
                                                                        00053800
      *-------------------*                                             00053900
       8100-READ-RSX-END.                                               00054000
      *-------------------*                                             00054100
           EXIT.                                                        00054200
      *-------------------*                                             00054300
       9999-ABEND.                                                      00054400
      *-------------------*                                             00054500
      D    DISPLAY "WE ARE IN ABEND".                                   00054600
      *    WE FORCE AN ABEND                                            00054700
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00054800
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00054900
           GOBACK.                                                      00055000
      *-------------------*                                             00055100
       9999-ABEND-END.                                                  00055200
      *-------------------*                                             00055300
           EXIT.                                                        00055400
