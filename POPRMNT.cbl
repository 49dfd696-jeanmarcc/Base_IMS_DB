      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. POPRMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance du fichier des operateurs du comptoir          00000900
      *      (OPRFILE, lu par PPATINQ, PINVINQ, PPATCOR et              00001000
      *      PPAYPOST), tenu par le bureau de caisse. Une ligne         00001100
      *      par operateur: groupe, limite d'imputation de              00001200
      *      paiement, limite de correction de facture,                 00001300
      *      indicateur superviseur (Y/N) et mot de passe de            00001400
      *      superviseur. Lit les transactions OPRTIN:                  00001500
      *      A=ajouter, C=changer groupe/limites/indicateur,            00001600
      *      P=nouveau mot de passe, X=retirer. Chaque changement       00001700
      *      sort sur le journal OPRRPT; les mots de passe n'y          00001800
      *      sont jamais imprimes.                                      00001900
      *                                                                 00002000
      * Fichier entree: OPRIN, operateurs courants                      00002100
      * Fichier entree: OPRTIN, transactions                            00002200
      * Fichier sortie: OPROUT, nouveau fichier OPRFILE                 00002300
      * Fichier sortie: OPRRPT, journal des changements                 00002400
      * Fichier sortie: OPRREJ, transactions refusees                   00002500
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
           SELECT OPR-IN ASSIGN TO OPRIN                                00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-OPR-FS.                                    00003800
           SELECT OPRX-IN ASSIGN TO OPRTIN                              00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-OPX-FS.                                    00004100
           SELECT OPR-OUT ASSIGN TO OPROUT                              00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-OPRO-FS.                                   00004400
           SELECT RPT01-OUT ASSIGN TO OPRRPT                            00004500
           ORGANIZATION IS LINE SEQUENTIAL                              00004600
           FILE STATUS IS WS-RPT01-FS.                                  00004700
           SELECT OREJ-OUT ASSIGN TO OPRREJ                             00004800
           ORGANIZATION IS SEQUENTIAL                                   00004900
           FILE STATUS IS WS-OREJ-FS.                                   00005000
      *----------------*                                                00005100
       DATA DIVISION.                                                   00005200
      *----------------*                                                00005300
       FILE SECTION.                                                    00005400
                                                                        00005500
      *    une ligne par operateur, meme disposition que OPRFILE        00005600
       FD  OPR-IN RECORDING MODE F.                                     00005700
       01  OPR-REC.                                                     00005800
           05 OPR-USERID        PIC X(08).                              00005900
           05 FILLER            PIC X(01).                              00006000
           05 OPR-GROUP         PIC X(08).                              00006100
           05 FILLER            PIC X(01).                              00006200
           05 OPR-PAY-LIMIT     PIC 9(07)V99.                           00006300
           05 FILLER            PIC X(01).                              00006400
           05 OPR-COR-LIMIT     PIC 9(07)V99.                           00006500
           05 FILLER            PIC X(01).                              00006600
           05 OPR-SUPV-FLAG     PIC X(01).                              00006700
           05 FILLER            PIC X(01).                              00006800
           05 OPR-PASSWORD      PIC X(08).                              00006900
           05 FILLER            PIC X(32).                              00007000
                                                                        00007100
       FD  OPRX-IN RECORDING MODE F.                                    00007200
       01  OPRX-IN-DATA                 PIC X(80).                      00007300
                                                                        00007400
       FD  OPR-OUT RECORDING MODE F.                                    00007500
       01  OPR-OUT-REC                  PIC X(80).                      00007600
                                                                        00007700
       FD  RPT01-OUT RECORDING MODE F.                                  00007800
       01  RPT01-OUT-REC                PIC X(80).                      00007900
                                                                        00008000
      *    le mot de passe refuse n'est pas recopie                     00008100
       FD  OREJ-OUT RECORDING MODE F.                                   00008200
       01  OREJ-OUT-REC.                                                00008300
           05 ORJ-ACTION       PIC X(01).                               00008400
           05 FILLER           PIC X(01).                               00008500
           05 ORJ-USERID       PIC X(08).                               00008600
           05 FILLER           PIC X(01).                               00008700
           05 ORJ-GROUP        PIC X(08).                               00008800
           05 FILLER           PIC X(01).                               00008900
           05 ORJ-REASON       PIC X(30).                               00009000
           05 FILLER           PIC X(30).                               00009100
                                                                        00009200
      *-----------------------*                                         00009300
       WORKING-STORAGE SECTION.                                         00009400
      *-----------------------*                                         00009500
       01 WS-FILE-STATUS.                                               00009600
          05 WS-OPR-FS                 PIC X(2).                        00009700
          05 WS-OPX-FS                 PIC X(2).                        00009800
          05 WS-OPRO-FS                PIC X(2).                        00009900
          05 WS-RPT01-FS               PIC X(2).                        00010000
          05 WS-OREJ-FS                PIC X(2).                        00010100
                                                                        00010200
       01 WS-OPR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010300
          88 WS-OPR-EOF                 VALUE 'TRUE'.                   00010400
       01 WS-OPX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010500
          88 WS-OPX-EOF                 VALUE 'TRUE'.                   00010600
                                                                        00010700
       01 WS-COUNTERS.                                                  00010800
           05 WS-NO-READ-OPX               PIC 9(8).                    00010900
           05 WS-NO-ADDED                  PIC 9(8).                    00011000
           05 WS-NO-CHANGED                PIC 9(8).                    00011100
           05 WS-NO-PASSWORDS              PIC 9(8).                    00011200
           05 WS-NO-REMOVED                PIC 9(8).                    00011300
           05 WS-NO-REJECTS                PIC 9(8).                    00011400
           05 WS-NO-WRITTEN                PIC 9(8).                    00011500
                                                                        00011600
      *    une transaction par enregistrement                           00011700
       01 WS-REC-OPX.                                                   00011800
          05 OPX-ACTION                PIC X(01).                       00011900
          05 FILLER                    PIC X(01).                       00012000
          05 OPX-USERID                PIC X(08).                       00012100
          05 FILLER                    PIC X(01).                       00012200
          05 OPX-GROUP                 PIC X(08).                       00012300
          05 FILLER                    PIC X(01).                       00012400
          05 OPX-PAY-LIMIT             PIC X(09).                       00012500
          05 OPX-PAY-LIMIT-N REDEFINES OPX-PAY-LIMIT                    00012600
                                       PIC 9(07)V99.                    00012700
          05 FILLER                    PIC X(01).                       00012800
          05 OPX-COR-LIMIT             PIC X(09).                       00012900
          05 OPX-COR-LIMIT-N REDEFINES OPX-COR-LIMIT                    00013000
                                       PIC 9(07)V99.                    00013100
          05 FILLER                    PIC X(01).                       00013200
          05 OPX-SUPV-FLAG             PIC X(01).                       00013300
             88 OPX-SUPV-VALID         VALUE 'Y' 'N'.                   00013400
          05 FILLER                    PIC X(01).                       00013500
          05 OPX-PASSWORD              PIC X(08).                       00013600
          05 FILLER                    PIC X(30).                       00013700
                                                                        00013800
      *    les operateurs charges en table; un operateur retire         00013900
      *    est marque et n'est pas recrit                               00014000
       01 WS-OPR-TABLE.                                                 00014100
          05 WS-OPR-MAX         PIC 9(03) COMP VALUE 500.               00014200
          05 WS-OPR-COUNT       PIC 9(03) COMP VALUE 0.                 00014300
          05 WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY OPR-IDX.          00014400
             10 WS-OPR-TAB-USERID     PIC X(08).                        00014500
             10 WS-OPR-TAB-GROUP      PIC X(08).                        00014600
             10 WS-OPR-TAB-PAY-LIMIT  PIC 9(07)V99.                     00014700
             10 WS-OPR-TAB-COR-LIMIT  PIC 9(07)V99.                     00014800
             10 WS-OPR-TAB-SUPV-FLAG  PIC X(01).                        00014900
             10 WS-OPR-TAB-PASSWORD   PIC X(08).                        00015000
             10 WS-OPR-TAB-STATUS     PIC X(01).                        00015100
                                                                        00015200
       01 WS-OPR-FOUND                  PIC X(01) VALUE 'N'.            00015300
          88 WS-OPR-HIT                 VALUE 'Y'.                      00015400
       01 WS-OPR-HIT-SUB                PIC 9(03) COMP VALUE 0.         00015500
       01 WS-OPR-SUB                    PIC 9(03) COMP VALUE 0.         00015600
                                                                        00015700
       01 WS-RUN-DATE                   PIC 9(08).                      00015800
       01 WS-REJ-REASON                 PIC X(30).                      00015900
                                                                        00016000
       01 RPT-HEADER-1.                                                 00016100
           05 FILLER           PIC X(38) VALUE                          00016200
                'COUNTER OPERATOR CHANGE JOURNAL      '.                00016300
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.            00016400
           05 RPT-H1-RUN-DATE  PIC 9(08).                               00016500
           05 FILLER           PIC X(24) VALUE SPACE.                   00016600
                                                                        00016700
       01 RPT-HEADER-2.                                                 00016800
           05 FILLER           PIC X(08) VALUE 'ACTION  '.              00016900
           05 FILLER           PIC X(09) VALUE 'OPERATOR '.             00017000
           05 FILLER           PIC X(09) VALUE 'GROUP    '.             00017100
           05 FILLER           PIC X(11) VALUE '  PAY LIMIT'.           00017200
           05 FILLER           PIC X(12) VALUE '  CORR LIMIT'.          00017300
           05 FILLER           PIC X(05) VALUE ' SUP '.                 00017400
           05 FILLER           PIC X(26) VALUE 'NOTE'.                  00017500
                                                                        00017600
       01 RPT-CHANGE-LINE.                                              00017700
           05 RPT-C-ACTION     PIC X(07).                               00017800
           05 FILLER           PIC X(01) VALUE SPACE.                   00017900
           05 RPT-C-USERID     PIC X(08).                               00018000
           05 FILLER           PIC X(01) VALUE SPACE.                   00018100
           05 RPT-C-GROUP      PIC X(08).                               00018200
           05 FILLER           PIC X(01) VALUE SPACE.                   00018300
           05 RPT-C-PAY-LIMIT  PIC ZZZZZZ9.99.                          00018400
           05 FILLER           PIC X(02) VALUE SPACE.                   00018500
           05 RPT-C-COR-LIMIT  PIC ZZZZZZ9.99.                          00018600
           05 FILLER           PIC X(02) VALUE SPACE.                   00018700
           05 RPT-C-SUPV-FLAG  PIC X(01).                               00018800
           05 FILLER           PIC X(03) VALUE SPACE.                   00018900
           05 RPT-C-NOTE       PIC X(24).                               00019000
           05 FILLER           PIC X(02) VALUE SPACE.                   00019100
                                                                        00019200
      *-----------------------*                                         00019300
       PROCEDURE DIVISION.                                              00019400
      *-----------------------*                                         00019500
                                                                        00019600
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00019700
                                                                        00019800
           PERFORM 1000-INIT                                            00019900
              THRU 1000-INIT-END.                                       00020000
                                                                        00020100
           DISPLAY '1_____APPLY OPERATOR TRANSACTIONS'.                 00020200
           PERFORM 5000-APPLY-TRANSACTION                               00020300
              THRU 5000-APPLY-TRANSACTION-END                           00020400
              UNTIL WS-OPX-EOF.                                         00020500
                                                                        00020600
           DISPLAY '2_____REWRITE THE OPERATOR FILE'.                   00020700
           PERFORM 6000-REWRITE-OPERATORS                               00020800
              THRU 6000-REWRITE-OPERATORS-END                           00020900
              VARYING WS-OPR-SUB FROM 1 BY 1                            00021000
              UNTIL WS-OPR-SUB > WS-OPR-COUNT.                          00021100
                                                                        00021200
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00021300
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-OPX.                00021400
           DISPLAY 'OPERATORS ADDED  : ' WS-NO-ADDED.                   00021500
           DISPLAY 'OPERATORS CHANGED: ' WS-NO-CHANGED.                 00021600
           DISPLAY 'PASSWORDS SET    : ' WS-NO-PASSWORDS.               00021700
           DISPLAY 'OPERATORS REMOVED: ' WS-NO-REMOVED.                 00021800
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00021900
           DISPLAY 'OPERATORS WRITTEN: ' WS-NO-WRITTEN.                 00022000
           CLOSE OPR-OUT.                                               00022100
           CLOSE RPT01-OUT.                                             00022200
           CLOSE OREJ-OUT.                                              00022300
                                                                        00022400
           IF WS-NO-REJECTS > 0                                         00022500
              MOVE 4 TO RETURN-CODE                                     00022600
           END-IF.                                                      00022700
                                                                        00022800
           GOBACK.                                                      00022900
                                                                        00023000
      *------------*                                                    00023100
       1000-INIT.                                                       00023200
      *------------*                                                    00023300
           DISPLAY "***** INIT PROCESS *****".                          00023400
                                                                        00023500
           MOVE SPACE TO WS-FILE-STATUS.                                00023600
           MOVE ZEROES TO WS-COUNTERS.                                  00023700
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00023800
                                                                        00023900
      *    load the current operators; an empty or missing file         00024000
      *    is a valid first load                                        00024100
           OPEN INPUT OPR-IN.                                           00024200
           IF WS-OPR-FS = '00'                                          00024300
              PERFORM 1100-LOAD-OPR-TABLE                               00024400
                 THRU 1100-LOAD-OPR-TABLE-END                           00024500
                 UNTIL WS-OPR-EOF                                       00024600
              CLOSE OPR-IN                                              00024700
           ELSE                                                         00024800
              DISPLAY 'OPRIN NOT AVAILABLE - STARTING EMPTY'            00024900
           END-IF.                                                      00025000
           DISPLAY 'OPERATORS LOADED: ' WS-OPR-COUNT.                   00025100
                                                                        00025200
           OPEN INPUT OPRX-IN.                                          00025300
           IF WS-OPX-FS NOT = "00"                                      00025400
      D      DISPLAY "ERROR OPEN FILE OPRTIN: " WS-OPX-FS               00025500
             PERFORM 9999-ABEND                                         00025600
                THRU 9999-ABEND-END                                     00025700
           END-IF.                                                      00025800
                                                                        00025900
           OPEN OUTPUT OPR-OUT.                                         00026000
           OPEN OUTPUT OREJ-OUT.                                        00026100
           OPEN OUTPUT RPT01-OUT.                                       00026200
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.                         00026300
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00026400
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00026500
              AFTER ADVANCING 2 LINES.                                  00026600
                                                                        00026700
      *    first read of the transaction file                           00026800
           PERFORM 8100-READ-OPX                                        00026900
              THRU 8100-READ-OPX-END.                                   00027000
                                                                        00027100
           DISPLAY "***** FIN INIT PROCESS *****".                      00027200
                                                                        00027300
      *----------------*                                                00027400
       1000-INIT-END.                                                   00027500
      *----------------*                                                00027600
           EXIT.                                                        00027700
                                                                        00027800
      *-----------------------*                                         00027900
       1100-LOAD-OPR-TABLE.                                             00028000
      *-----------------------*                                         00028100
           READ OPR-IN                                                  00028200
           END-READ.                                                    00028300
                                                                        00028400
           EVALUATE TRUE                                                00028500
             WHEN WS-OPR-FS = '00'                                      00028600
               IF WS-OPR-COUNT < WS-OPR-MAX                             00028700
                  ADD 1 TO WS-OPR-COUNT                                 00028800
                  SET OPR-IDX TO WS-OPR-COUNT                           00028900
                  MOVE OPR-USERID TO WS-OPR-TAB-USERID (OPR-IDX)        00029000
                  MOVE OPR-GROUP  TO WS-OPR-TAB-GROUP (OPR-IDX)         00029100
      *           a limit not numeric on file posts nothing alone       00029200
                  MOVE ZERO TO WS-OPR-TAB-PAY-LIMIT (OPR-IDX)           00029300
                  MOVE ZERO TO WS-OPR-TAB-COR-LIMIT (OPR-IDX)           00029400
                  IF OPR-PAY-LIMIT NUMERIC                              00029500
                     MOVE OPR-PAY-LIMIT                                 00029600
                       TO WS-OPR-TAB-PAY-LIMIT (OPR-IDX)                00029700
                  END-IF                                                00029800
                  IF OPR-COR-LIMIT NUMERIC                              00029900
                     MOVE OPR-COR-LIMIT                                 00030000
                       TO WS-OPR-TAB-COR-LIMIT (OPR-IDX)                00030100
                  END-IF                                                00030200
                  MOVE OPR-SUPV-FLAG                                    00030300
                    TO WS-OPR-TAB-SUPV-FLAG (OPR-IDX)                   00030400
                  MOVE OPR-PASSWORD                                     00030500
                    TO WS-OPR-TAB-PASSWORD (OPR-IDX)                    00030600
                  MOVE 'A' TO WS-OPR-TAB-STATUS (OPR-IDX)               00030700
               ELSE                                                     00030800
      *           a dropped operator would lose the counter on          00030900
      *           rewrite, so stop instead                              00031000
                  DISPLAY 'OPERATOR TABLE FULL - RUN STOPPED: '         00031100
                     OPR-USERID                                         00031200
                  MOVE 16 TO RETURN-CODE                                00031300
                  PERFORM 9999-ABEND                                    00031400
                     THRU 9999-ABEND-END                                00031500
               END-IF                                                   00031600
             WHEN WS-OPR-FS = '10'                                      00031700
               SET WS-OPR-EOF TO TRUE                                   00031800
             WHEN OTHER                                                 00031900
      D        DISPLAY "ERROR READ FILE OPRIN !!!: " WS-OPR-FS          00032000
               PERFORM 9999-ABEND                                       00032100
                  THRU 9999-ABEND-END                                   00032200
           END-EVALUATE.                                                00032300
      *-----------------------*                                         00032400
       1100-LOAD-OPR-TABLE-END.                                         00032500
      *-----------------------*                                         00032600
           EXIT.                                                        00032700
                                                                        00032800
      *-----------------------*                                         00032900
       5000-APPLY-TRANSACTION.                                          00033000
      *-----------------------*                                         00033100
      D    DISPLAY "TRANSACTION: " OPX-ACTION ' ' OPX-USERID.           00033200
                                                                        00033300
           IF OPX-USERID = SPACE                                        00033400
              MOVE 'OPERATOR ID IS REQUIRED' TO WS-REJ-REASON           00033500
              PERFORM 5900-WRITE-REJECT                                 00033600
                 THRU 5900-WRITE-REJECT-END                             00033700
           ELSE                                                         00033800
              EVALUATE OPX-ACTION                                       00033900
                WHEN 'A'                                                00034000
                  PERFORM 5100-ADD-OPERATOR                             00034100
                     THRU 5100-ADD-OPERATOR-END                         00034200
                WHEN 'C'                                                00034300
                  PERFORM 5200-CHANGE-OPERATOR                          00034400
                     THRU 5200-CHANGE-OPERATOR-END                      00034500
                WHEN 'P'                                                00034600
                  PERFORM 5300-SET-PASSWORD                             00034700
                     THRU 5300-SET-PASSWORD-END                         00034800
                WHEN 'X'                                                00034900
                  PERFORM 5400-REMOVE-OPERATOR                          00035000
                     THRU 5400-REMOVE-OPERATOR-END                      00035100
                WHEN OTHER                                              00035200
                  MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-REASON           00035300
                  PERFORM 5900-WRITE-REJECT                             00035400
                     THRU 5900-WRITE-REJECT-END                         00035500
              END-EVALUATE                                              00035600
           END-IF.                                                      00035700
                                                                        00035800
           IF NOT WS-OPX-EOF                                            00035900
              PERFORM 8100-READ-OPX                                     00036000
                 THRU 8100-READ-OPX-END                                 00036100
           END-IF.                                                      00036200
      *-----------------------*                                         00036300
       5000-APPLY-TRANSACTION-END.                                      00036400
      *-----------------------*                                         00036500
           EXIT.                                                        00036600
                                                                        00036700
      *-----------------------*                                         00036800
       5100-ADD-OPERATOR.                                               00036900
      *-----------------------*                                         00037000
           PERFORM 5050-EDIT-AUTHORITY                                  00037100
              THRU 5050-EDIT-AUTHORITY-END.                             00037200
           IF WS-REJ-REASON NOT = SPACE                                 00037300
              PERFORM 5900-WRITE-REJECT                                 00037400
                 THRU 5900-WRITE-REJECT-END                             00037500
              GO TO 5100-ADD-OPERATOR-END                               00037600
           END-IF.                                                      00037700
                                                                        00037800
           PERFORM 5500-FIND-OPERATOR                                   00037900
              THRU 5500-FIND-OPERATOR-END.                              00038000
           IF WS-OPR-HIT                                                00038100
              MOVE 'OPERATOR ALREADY ON FILE' TO WS-REJ-REASON          00038200
              PERFORM 5900-WRITE-REJECT                                 00038300
                 THRU 5900-WRITE-REJECT-END                             00038400
              GO TO 5100-ADD-OPERATOR-END                               00038500
           END-IF.                                                      00038600
           IF WS-OPR-COUNT NOT < WS-OPR-MAX                             00038700
              MOVE 'OPERATOR FILE FULL' TO WS-REJ-REASON                00038800
              PERFORM 5900-WRITE-REJECT                                 00038900
                 THRU 5900-WRITE-REJECT-END                             00039000
              GO TO 5100-ADD-OPERATOR-END                               00039100
           END-IF.                                                      00039200
                                                                        00039300
           ADD 1 TO WS-OPR-COUNT.                                       00039400
           SET OPR-IDX TO WS-OPR-COUNT.                                 00039500
           MOVE OPX-USERID      TO WS-OPR-TAB-USERID (OPR-IDX).         00039600
           MOVE OPX-GROUP       TO WS-OPR-TAB-GROUP (OPR-IDX).          00039700
           MOVE OPX-PAY-LIMIT-N TO WS-OPR-TAB-PAY-LIMIT (OPR-IDX).      00039800
           MOVE OPX-COR-LIMIT-N TO WS-OPR-TAB-COR-LIMIT (OPR-IDX).      00039900
           MOVE OPX-SUPV-FLAG   TO WS-OPR-TAB-SUPV-FLAG (OPR-IDX).      00040000
           MOVE OPX-PASSWORD    TO WS-OPR-TAB-PASSWORD (OPR-IDX).       00040100
           MOVE 'A'             TO WS-OPR-TAB-STATUS (OPR-IDX).         00040200
           IF OPX-PASSWORD NOT = SPACE                                  00040300
              MOVE 'PASSWORD SET' TO RPT-C-NOTE                         00040400
           ELSE                                                         00040500
              MOVE SPACE TO RPT-C-NOTE                                  00040600
           END-IF.                                                      00040700
           MOVE 'ADD    ' TO RPT-C-ACTION.                              00040800
           PERFORM 5800-WRITE-AUDIT-LINE                                00040900
              THRU 5800-WRITE-AUDIT-LINE-END.                           00041000
           ADD 1 TO WS-NO-ADDED.                                        00041100
           DISPLAY 'OPERATOR ADDED: ' OPX-USERID.                       00041200
      *-----------------------*                                         00041300
       5100-ADD-OPERATOR-END.                                           00041400
      *-----------------------*                                         00041500
           EXIT.                                                        00041600
                                                                        00041700
      *-----------------------*                                         00041800
       5050-EDIT-AUTHORITY.                                             00041900
      *-----------------------*                                         00042000
      *    limits and the supervisor flag, as keyed for A and C         00042100
           MOVE SPACE TO WS-REJ-REASON.                                 00042200
           IF OPX-PAY-LIMIT NOT NUMERIC                                 00042300
              MOVE 'PAYMENT LIMIT NOT NUMERIC' TO WS-REJ-REASON         00042400
              GO TO 5050-EDIT-AUTHORITY-END                             00042500
           END-IF.                                                      00042600
           IF OPX-COR-LIMIT NOT NUMERIC                                 00042700
              MOVE 'CORRECTION LIMIT NOT NUMERIC' TO WS-REJ-REASON      00042800
              GO TO 5050-EDIT-AUTHORITY-END                             00042900
           END-IF.                                                      00043000
           IF NOT OPX-SUPV-VALID                                        00043100
              MOVE 'SUPERVISOR FLAG MUST BE Y OR N' TO WS-REJ-REASON    00043200
              GO TO 5050-EDIT-AUTHORITY-END                             00043300
           END-IF.                                                      00043400
      *    a supervisor signs with a password - never a blank one       00043500
           IF OPX-SUPV-FLAG = 'Y'                                       00043600
              AND OPX-ACTION = 'A'                                      00043700
              AND OPX-PASSWORD = SPACE                                  00043800
              MOVE 'SUPERVISOR NEEDS A PASSWORD' TO WS-REJ-REASON       00043900
           END-IF.                                                      00044000
      *-----------------------*                                         00044100
       5050-EDIT-AUTHORITY-END.                                         00044200
      *-----------------------*                                         00044300
           EXIT.                                                        00044400
                                                                        00044500
      *-----------------------*                                         00044600
       5200-CHANGE-OPERATOR.                                            00044700
      *-----------------------*                                         00044800
      *    group, limits and flag are replaced as keyed; the            00044900
      *    password stays unless one is keyed                           00045000
           PERFORM 5050-EDIT-AUTHORITY                                  00045100
              THRU 5050-EDIT-AUTHORITY-END.                             00045200
           IF WS-REJ-REASON NOT = SPACE                                 00045300
              PERFORM 5900-WRITE-REJECT                                 00045400
                 THRU 5900-WRITE-REJECT-END                             00045500
              GO TO 5200-CHANGE-OPERATOR-END                            00045600
           END-IF.                                                      00045700
                                                                        00045800
           PERFORM 5500-FIND-OPERATOR                                   00045900
              THRU 5500-FIND-OPERATOR-END.                              00046000
           IF NOT WS-OPR-HIT                                            00046100
              MOVE 'NO SUCH OPERATOR ON FILE' TO WS-REJ-REASON          00046200
              PERFORM 5900-WRITE-REJECT                                 00046300
                 THRU 5900-WRITE-REJECT-END                             00046400
              GO TO 5200-CHANGE-OPERATOR-END                            00046500
           END-IF.                                                      00046600
                                                                        00046700
           SET OPR-IDX TO WS-OPR-HIT-SUB.                               00046800
           IF OPX-SUPV-FLAG = 'Y'                                       00046900
              AND OPX-PASSWORD = SPACE                                  00047000
              AND WS-OPR-TAB-PASSWORD (OPR-IDX) = SPACE                 00047100
              MOVE 'SUPERVISOR NEEDS A PASSWORD' TO WS-REJ-REASON       00047200
              PERFORM 5900-WRITE-REJECT                                 00047300
                 THRU 5900-WRITE-REJECT-END                             00047400
              GO TO 5200-CHANGE-OPERATOR-END                            00047500
           END-IF.                                                      00047600
                                                                        00047700
           MOVE OPX-GROUP       TO WS-OPR-TAB-GROUP (OPR-IDX).          00047800
           MOVE OPX-PAY-LIMIT-N TO WS-OPR-TAB-PAY-LIMIT (OPR-IDX).      00047900
           MOVE OPX-COR-LIMIT-N TO WS-OPR-TAB-COR-LIMIT (OPR-IDX).      00048000
           MOVE OPX-SUPV-FLAG   TO WS-OPR-TAB-SUPV-FLAG (OPR-IDX).      00048100
           IF OPX-PASSWORD NOT = SPACE                                  00048200
              MOVE OPX-PASSWORD TO WS-OPR-TAB-PASSWORD (OPR-IDX)        00048300
              MOVE 'PASSWORD CHANGED' TO RPT-C-NOTE                     00048400
           ELSE                                                         00048500
              MOVE SPACE TO RPT-C-NOTE                                  00048600
           END-IF.                                                      00048700
           MOVE 'CHANGE ' TO RPT-C-ACTION.                              00048800
           PERFORM 5800-WRITE-AUDIT-LINE                                00048900
              THRU 5800-WRITE-AUDIT-LINE-END.                           00049000
           ADD 1 TO WS-NO-CHANGED.                                      00049100
           DISPLAY 'OPERATOR CHANGED: ' OPX-USERID.                     00049200
      *-----------------------*                                         00049300
       5200-CHANGE-OPERATOR-END.                                        00049400
      *-----------------------*                                         00049500
           EXIT.                                                        00049600
                                                                        00049700
      *-----------------------*                                         00049800
       5300-SET-PASSWORD.                                               00049900
      *-----------------------*                                         00050000
           IF OPX-PASSWORD = SPACE                                      00050100
              MOVE 'PASSWORD IS REQUIRED' TO WS-REJ-REASON              00050200
              PERFORM 5900-WRITE-REJECT                                 00050300
                 THRU 5900-WRITE-REJECT-END                             00050400
              GO TO 5300-SET-PASSWORD-END                               00050500
           END-IF.                                                      00050600
           PERFORM 5500-FIND-OPERATOR                                   00050700
              THRU 5500-FIND-OPERATOR-END.                              00050800
           IF NOT WS-OPR-HIT                                            00050900
              MOVE 'NO SUCH OPERATOR ON FILE' TO WS-REJ-REASON          00051000
              PERFORM 5900-WRITE-REJECT                                 00051100
                 THRU 5900-WRITE-REJECT-END                             00051200
              GO TO 5300-SET-PASSWORD-END                               00051300
           END-IF.                                                      00051400
                                                                        00051500
           SET OPR-IDX TO WS-OPR-HIT-SUB.                               00051600
           MOVE OPX-PASSWORD TO WS-OPR-TAB-PASSWORD (OPR-IDX).          00051700
           MOVE 'PASSWORD CHANGED' TO RPT-C-NOTE.                       00051800
           MOVE 'PASSWD ' TO RPT-C-ACTION.                              00051900
           PERFORM 5800-WRITE-AUDIT-LINE                                00052000
              THRU 5800-WRITE-AUDIT-LINE-END.                           00052100
           ADD 1 TO WS-NO-PASSWORDS.                                    00052200
           DISPLAY 'PASSWORD SET: ' OPX-USERID.                         00052300
      *-----------------------*                                         00052400
       5300-SET-PASSWORD-END.                                           00052500
      *-----------------------*                                         00052600
           EXIT.                                                        00052700
                                                                        00052800
      *-----------------------*                                         00052900
       5400-REMOVE-OPERATOR.                                            00053000
      *-----------------------*                                         00053100
           PERFORM 5500-FIND-OPERATOR                                   00053200
              THRU 5500-FIND-OPERATOR-END.                              00053300
           IF NOT WS-OPR-HIT                                            00053400
              MOVE 'NO SUCH OPERATOR ON FILE' TO WS-REJ-REASON          00053500
              PERFORM 5900-WRITE-REJECT                                 00053600
                 THRU 5900-WRITE-REJECT-END                             00053700
              GO TO 5400-REMOVE-OPERATOR-END                            00053800
           END-IF.                                                      00053900
                                                                        00054000
           SET OPR-IDX TO WS-OPR-HIT-SUB.                               00054100
           MOVE 'X' TO WS-OPR-TAB-STATUS (OPR-IDX).                     00054200
           MOVE 'NO MORE COUNTER AUTHORITY' TO RPT-C-NOTE.              00054300
           MOVE 'REMOVE ' TO RPT-C-ACTION.                              00054400
           PERFORM 5800-WRITE-AUDIT-LINE                                00054500
              THRU 5800-WRITE-AUDIT-LINE-END.                           00054600
           ADD 1 TO WS-NO-REMOVED.                                      00054700
           DISPLAY 'OPERATOR REMOVED: ' OPX-USERID.                     00054800
      *-----------------------*                                         00054900
       5400-REMOVE-OPERATOR-END.                                        00055000
      *-----------------------*                                         00055100
           EXIT.                                                        00055200
                                                                        00055300
      *-----------------------*                                         00055400
       5500-FIND-OPERATOR.                                              00055500
      *-----------------------*                                         00055600
           MOVE 'N' TO WS-OPR-FOUND.                                    00055700
           PERFORM 5510-OPERATOR-LOOKUP                                 00055800
              THRU 5510-OPERATOR-LOOKUP-END                             00055900
              VARYING OPR-IDX FROM 1 BY 1                               00056000
              UNTIL OPR-IDX > WS-OPR-COUNT                              00056100
                 OR WS-OPR-HIT.                                         00056200
      *-----------------------*                                         00056300
       5500-FIND-OPERATOR-END.                                          00056400
      *-----------------------*                                         00056500
           EXIT.                                                        00056600
                                                                        00056700
      *-----------------------*                                         00056800
       5510-OPERATOR-LOOKUP.                                            00056900
      *-----------------------*                                         00057000
           IF WS-OPR-TAB-USERID (OPR-IDX) = OPX-USERID                  00057100
              AND WS-OPR-TAB-STATUS (OPR-IDX) = 'A'                     00057200
              MOVE 'Y' TO WS-OPR-FOUND                                  00057300
              SET WS-OPR-HIT-SUB TO OPR-IDX                             00057400
           END-IF.                                                      00057500
      *-----------------------*                                         00057600
       5510-OPERATOR-LOOKUP-END.                                        00057700
      *-----------------------*                                         00057800
           EXIT.                                                        00057900
                                                                        00058000
      *-----------------------*                                         00058100
       5800-WRITE-AUDIT-LINE.                                           00058200
      *-----------------------*                                         00058300
           MOVE WS-OPR-TAB-USERID (OPR-IDX)    TO RPT-C-USERID.         00058400
           MOVE WS-OPR-TAB-GROUP (OPR-IDX)     TO RPT-C-GROUP.          00058500
           MOVE WS-OPR-TAB-PAY-LIMIT (OPR-IDX) TO RPT-C-PAY-LIMIT.      00058600
           MOVE WS-OPR-TAB-COR-LIMIT (OPR-IDX) TO RPT-C-COR-LIMIT.      00058700
           MOVE WS-OPR-TAB-SUPV-FLAG (OPR-IDX) TO RPT-C-SUPV-FLAG.      00058800
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00058900
              AFTER ADVANCING 1 LINE.                                   00059000
      *-----------------------*                                         00059100
       5800-WRITE-AUDIT-LINE-END.                                       00059200
      *-----------------------*                                         00059300
           EXIT.                                                        00059400
                                                                        00059500
      *-----------------------*                                         00059600
       5900-WRITE-REJECT.                                               00059700
      *-----------------------*                                         00059800
           DISPLAY 'TRANSACTION REJECTED: ' WS-REJ-REASON.              00059900
           MOVE SPACE         TO OREJ-OUT-REC.                          00060000
           MOVE OPX-ACTION    TO ORJ-ACTION.                            00060100
           MOVE OPX-USERID    TO ORJ-USERID.                            00060200
           MOVE OPX-GROUP     TO ORJ-GROUP.                             00060300
           MOVE WS-REJ-REASON TO ORJ-REASON.                            00060400
           WRITE OREJ-OUT-REC.                                          00060500
           ADD 1 TO WS-NO-REJECTS.                                      00060600
      *-----------------------*                                         00060700
       5900-WRITE-REJECT-END.                                           00060800
      *-----------------------*                                         00060900
           EXIT.                                                        00061000
                                                                        00061100
      *-----------------------*                                         00061200
       6000-REWRITE-OPERATORS.                                          00061300
      *-----------------------*                                         00061400
           SET OPR-IDX TO WS-OPR-SUB.                                   00061500
           IF WS-OPR-TAB-STATUS (OPR-IDX) = 'A'                         00061600
              MOVE SPACE                          TO OPR-REC            00061700
              MOVE WS-OPR-TAB-USERID (OPR-IDX)    TO OPR-USERID         00061800
              MOVE WS-OPR-TAB-GROUP (OPR-IDX)     TO OPR-GROUP          00061900
              MOVE WS-OPR-TAB-PAY-LIMIT (OPR-IDX) TO OPR-PAY-LIMIT      00062000
              MOVE WS-OPR-TAB-COR-LIMIT (OPR-IDX) TO OPR-COR-LIMIT      00062100
              MOVE WS-OPR-TAB-SUPV-FLAG (OPR-IDX) TO OPR-SUPV-FLAG      00062200
              MOVE WS-OPR-TAB-PASSWORD (OPR-IDX)  TO OPR-PASSWORD       00062300
              WRITE OPR-OUT-REC FROM OPR-REC                            00062400
              ADD 1 TO WS-NO-WRITTEN                                    00062500
           END-IF.                                                      00062600
      *-----------------------*                                         00062700
       6000-REWRITE-OPERATORS-END.                                      00062800
      *-----------------------*                                         00062900
           EXIT.                                                        00063000
                                                                        00063100
      *---------------*                                                 00063200
       8100-READ-OPX.                                                   00063300
      *---------------*                                                 00063400
                                                                        00063500
           INITIALIZE WS-REC-OPX.                                       00063600
                                                                        00063700
           READ OPRX-IN INTO WS-REC-OPX                                 00063800
           END-READ.                                                    00063900
                                                                        00064000
           EVALUATE TRUE                                                00064100
                                                                        00064200
             WHEN WS-OPX-FS = '00'                                      00064300
               ADD 1 TO WS-NO-READ-OPX                                  00064400
               CONTINUE                                                 00064500
             WHEN WS-OPX-FS = '10'                                      00064600
               SET WS-OPX-EOF TO TRUE                                   00064700
      D        DISPLAY "WS-OPX-END-OF-FILE " WS-OPX-END-OF-FILE         00064800
             WHEN OTHER                                                 00064900
      D        DISPLAY "ERROR READ FILE OPRTIN !!!: " WS-OPX-FS         00065000
               PERFORM 9999-ABEND                                       00065100
                  THRU 9999-ABEND-END                                   00065200
                                                                        00065300
           END-EVALUATE.                                                00065400
                                                                        00065500
      *-------------------*                                             00065600
       8100-READ-OPX-END.                                               00065700
      *-------------------*                                             00065800
           EXIT.                                                        00065900
      *-------------------*                                             00066000
       9999-ABEND.                                                      00066100
      *-------------------*                                             00066200
      D    DISPLAY "WE ARE IN ABEND".                                   00066300
      *    WE FORCE AN ABEND                                            00066400
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00066500
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00066600
           GOBACK.                                                      00066700
      *-------------------*                                             00066800
       9999-ABEND-END.                                                  00066900
      *-------------------*                                             00067000
           EXIT.                                                        00067100
