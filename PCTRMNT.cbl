      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PCTRMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance des tarifs contractuels des payeurs a          00000900
      *      dates d'effet (PAYCTR, cle PAYERCD + TRTNAME, lu par       00001000
      *      PBPAYMT), comme PFEEMNT pour le bareme FEESCHD. Lit        00001100
      *      les transactions CTRTIN: A=ajouter une ligne de            00001200
      *      tarif (la ligne active precedente du meme payeur et        00001300
      *      du meme TRTNAME est expiree la veille de la nouvelle       00001400
      *      date d'effet), E=expirer la ligne active a une date        00001500
      *      donnee. Le payeur doit exister au maitre PAYMSTR;          00001600
      *      montant, dates et TRTNAME sont valides et chaque           00001700
      *      changement sort sur le journal CTRRPT.                     00001800
      *                                                                 00001900
      * Fichier entree: CTRIN, tarifs contractuels courants             00002000
      * Fichier entree: CTRTIN, transactions de tarif                   00002100
      * Fichier entree: PAYMSTR, maitre des payeurs                     00002200
      * Fichier sortie: CTROUT, nouveaux tarifs contractuels            00002300
      * Fichier sortie: CTRRPT, journal des changements                 00002400
      * Fichier sortie: CTRREJ, transactions refusees                   00002500
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
           SELECT CTR-IN ASSIGN TO CTRIN                                00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-CTR-FS.                                    00003800
           SELECT CTRX-IN ASSIGN TO CTRTIN                              00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-CTX-FS.                                    00004100
           SELECT PAYMSTR ASSIGN TO PAYMSTR                             00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-PMS-FS.                                    00004400
           SELECT CTR-OUT ASSIGN TO CTROUT                              00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-CTRO-FS.                                   00004700
           SELECT RPT01-OUT ASSIGN TO CTRRPT                            00004800
           ORGANIZATION IS LINE SEQUENTIAL                              00004900
           FILE STATUS IS WS-RPT01-FS.                                  00005000
           SELECT CREJ-OUT ASSIGN TO CTRREJ                             00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-CREJ-FS.                                   00005300
      *----------------*                                                00005400
       DATA DIVISION.                                                   00005500
      *----------------*                                                00005600
       FILE SECTION.                                                    00005700
                                                                        00005800
      *    tarif contractuel par payeur et TRTNAME, a dates d'effet     00005900
       FD  CTR-IN RECORDING MODE F.                                     00006000
       01  CTR-REC.                                                     00006100
           05 CTR-PAYERCD               PIC X(08).                      00006200
           05 CTR-TRTNAME               PIC X(20).                      00006300
           05 CTR-AMOUNT                PIC 9(07)V99.                   00006400
           05 CTR-EFFDATE               PIC X(08).                      00006500
           05 CTR-EXPDATE               PIC X(08).                      00006600
           05 FILLER                    PIC X(27).                      00006700
                                                                        00006800
       FD  CTRX-IN RECORDING MODE F.                                    00006900
       01  CTRX-IN-DATA                 PIC X(80).                      00007000
                                                                        00007100
      *    payer master reference file: a contract is only taken        00007200
      *    for a PAYERCD that resolves to a real payer                  00007300
       FD  PAYMSTR RECORDING MODE F.                                    00007400
       01  PAY-MSTR-REC.                                                00007500
           05 PAY-CODE          PIC X(08).                              00007600
           05 FILLER            PIC X(01).                              00007700
           05 PAY-NAME          PIC X(20).                              00007800
           05 FILLER            PIC X(01).                              00007900
           05 PAY-STREET        PIC X(20).                              00008000
           05 FILLER            PIC X(01).                              00008100
           05 PAY-CITY          PIC X(15).                              00008200
           05 FILLER            PIC X(01).                              00008300
           05 PAY-REGION        PIC X(02).                              00008400
           05 FILLER            PIC X(01).                              00008500
           05 PAY-POSTAL        PIC X(07).                              00008600
           05 FILLER            PIC X(01).                              00008700
           05 PAY-ACTIVE        PIC X(01).                              00008800
           05 FILLER            PIC X(01).                              00008900
                                                                        00009000
       FD  CTR-OUT RECORDING MODE F.                                    00009100
       01  CTR-OUT-REC                  PIC X(80).                      00009200
                                                                        00009300
       FD  RPT01-OUT RECORDING MODE F.                                  00009400
       01  RPT01-OUT-REC                PIC X(80).                      00009500
                                                                        00009600
       FD  CREJ-OUT RECORDING MODE F.                                   00009700
       01  CREJ-OUT-REC.                                                00009800
           05 CRJ-ACTION       PIC X(01).                               00009900
           05 FILLER           PIC X(01) VALUE SPACE.                   00010000
           05 CRJ-PAYERCD      PIC X(08).                               00010100
           05 FILLER           PIC X(01) VALUE SPACE.                   00010200
           05 CRJ-TRTNAME      PIC X(20).                               00010300
           05 FILLER           PIC X(01) VALUE SPACE.                   00010400
           05 CRJ-REASON       PIC X(30).                               00010500
           05 FILLER           PIC X(18).                               00010600
                                                                        00010700
      *-----------------------*                                         00010800
       WORKING-STORAGE SECTION.                                         00010900
      *-----------------------*                                         00011000
       01 WS-FILE-STATUS.                                               00011100
          05 WS-CTR-FS                 PIC X(2).                        00011200
          05 WS-CTX-FS                 PIC X(2).                        00011300
          05 WS-PMS-FS                 PIC X(2).                        00011400
          05 WS-CTRO-FS                PIC X(2).                        00011500
          05 WS-RPT01-FS               PIC X(2).                        00011600
          05 WS-CREJ-FS                PIC X(2).                        00011700
                                                                        00011800
       01 WS-CTR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011900
          88 WS-CTR-EOF                 VALUE 'TRUE'.                   00012000
       01 WS-CTX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012100
          88 WS-CTX-EOF                 VALUE 'TRUE'.                   00012200
       01 WS-PMS-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012300
          88 WS-PMS-EOF                 VALUE 'TRUE'.                   00012400
                                                                        00012500
       01 WS-COUNTERS.                                                  00012600
           05 WS-NO-READ-CTRX              PIC 9(8).                    00012700
           05 WS-NO-ADDED                  PIC 9(8).                    00012800
           05 WS-NO-EXPIRED                PIC 9(8).                    00012900
           05 WS-NO-REJECTS                PIC 9(8).                    00013000
                                                                        00013100
      *    une transaction de tarif contractuel par enregistrement      00013200
       01 WS-REC-CTRX.                                                  00013300
          05 CTX-ACTION                PIC X(01).                       00013400
          05 FILLER                    PIC X(01).                       00013500
          05 CTX-PAYERCD               PIC X(08).                       00013600
          05 FILLER                    PIC X(01).                       00013700
          05 CTX-TRTNAME               PIC X(20).                       00013800
          05 FILLER                    PIC X(01).                       00013900
          05 CTX-AMOUNT                PIC X(09).                       00014000
          05 CTX-AMOUNT-N REDEFINES CTX-AMOUNT                          00014100
                                       PIC 9(07)V99.                    00014200
          05 FILLER                    PIC X(01).                       00014300
          05 CTX-EFFDATE               PIC X(08).                       00014400
          05 FILLER                    PIC X(01).                       00014500
          05 CTX-EXPDATE               PIC X(08).                       00014600
          05 FILLER                    PIC X(21).                       00014700
                                                                        00014800
      *    les tarifs charges en table, mis a jour puis recrits         00014900
       01 WS-CTR-TABLE.                                                 00015000
          05 WS-CTR-MAX         PIC 9(04) COMP VALUE 1000.              00015100
          05 WS-CTR-COUNT       PIC 9(04) COMP VALUE 0.                 00015200
          05 WS-CTR-ENTRY OCCURS 1000 TIMES INDEXED BY CTR-IDX.         00015300
             10 WS-CTR-TAB-PAYERCD  PIC X(08).                          00015400
             10 WS-CTR-TAB-TRTNAME  PIC X(20).                          00015500
             10 WS-CTR-TAB-AMOUNT   PIC 9(07)V99.                       00015600
             10 WS-CTR-TAB-EFFDATE  PIC X(08).                          00015700
             10 WS-CTR-TAB-EXPDATE  PIC X(08).                          00015800
                                                                        00015900
       01 WS-CTR-FOUND                  PIC X(01) VALUE 'N'.            00016000
          88 WS-CTR-HIT                 VALUE 'Y'.                      00016100
       01 WS-CTR-HIT-SUB                PIC 9(04) COMP VALUE 0.         00016200
       01 WS-CTR-SUB                    PIC 9(04) COMP VALUE 0.         00016300
                                                                        00016400
      * payer master loaded in table at start of run                    00016500
       01 WS-PMS-TABLE.                                                 00016600
          05 WS-PMS-MAX         PIC 9(02) COMP VALUE 50.                00016700
          05 WS-PMS-COUNT       PIC 9(02) COMP VALUE 0.                 00016800
          05 WS-PMS-ENTRY OCCURS 50 TIMES INDEXED BY PMS-IDX.           00016900
             10 WS-PMS-TAB-CODE    PIC X(08).                           00017000
       01 WS-PMS-FOUND                 PIC X(01) VALUE 'N'.             00017100
          88 WS-PMS-HIT                VALUE 'Y'.                       00017200
                                                                        00017300
      *    la veille de la nouvelle date d'effet: plancher de           00017400
      *    comparaison seulement, comme la coupure de PBCHARG           00017500
       01 WS-PRIOR-EXPDATE              PIC X(08).                      00017600
       01 WS-PRIOR-EXPDATE-N REDEFINES WS-PRIOR-EXPDATE                 00017700
                                        PIC 9(08).                      00017800
                                                                        00017900
       01 RPT-HEADER-1.                                                 00018000
           05 FILLER           PIC X(33) VALUE                          00018100
                'PAYER CONTRACT RATE-CHANGE AUDIT '.                    00018200
           05 FILLER           PIC X(47) VALUE SPACE.                   00018300
                                                                        00018400
       01 RPT-CHANGE-LINE.                                              00018500
           05 RPT-C-ACTION     PIC X(07).                               00018600
           05 FILLER           PIC X(01) VALUE SPACE.                   00018700
           05 RPT-C-PAYERCD    PIC X(08).                               00018800
           05 FILLER           PIC X(01) VALUE SPACE.                   00018900
           05 RPT-C-TRTNAME    PIC X(20).                               00019000
           05 FILLER           PIC X(01) VALUE SPACE.                   00019100
           05 RPT-C-AMOUNT     PIC -ZZZZZZ9.99.                         00019200
           05 FILLER           PIC X(01) VALUE SPACE.                   00019300
           05 RPT-C-EFFDATE    PIC X(08).                               00019400
           05 FILLER           PIC X(01) VALUE SPACE.                   00019500
           05 RPT-C-EXPDATE    PIC X(08).                               00019600
           05 FILLER           PIC X(13) VALUE SPACE.                   00019700
                                                                        00019800
      *-----------------------*                                         00019900
       PROCEDURE DIVISION.                                              00020000
      *-----------------------*                                         00020100
                                                                        00020200
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00020300
                                                                        00020400
           PERFORM 1000-INIT                                            00020500
              THRU 1000-INIT-END.                                       00020600
                                                                        00020700
           DISPLAY '1_____APPLY CONTRACT TRANSACTIONS'.                 00020800
           PERFORM 5000-APPLY-TRANSACTION                               00020900
              THRU 5000-APPLY-TRANSACTION-END                           00021000
              UNTIL WS-CTX-EOF.                                         00021100
                                                                        00021200
           DISPLAY '2_____REWRITE THE CONTRACT FILE'.                   00021300
           PERFORM 6000-REWRITE-CONTRACTS                               00021400
              THRU 6000-REWRITE-CONTRACTS-END                           00021500
              VARYING WS-CTR-SUB FROM 1 BY 1                            00021600
              UNTIL WS-CTR-SUB > WS-CTR-COUNT.                          00021700
                                                                        00021800
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00021900
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-CTRX.               00022000
           DISPLAY 'RATES ADDED      : ' WS-NO-ADDED.                   00022100
           DISPLAY 'RATES EXPIRED    : ' WS-NO-EXPIRED.                 00022200
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00022300
           CLOSE CTR-OUT.                                               00022400
           CLOSE RPT01-OUT.                                             00022500
           CLOSE CREJ-OUT.                                              00022600
                                                                        00022700
           IF WS-NO-REJECTS > 0                                         00022800
              MOVE 4 TO RETURN-CODE                                     00022900
           END-IF.                                                      00023000
                                                                        00023100
           GOBACK.                                                      00023200
                                                                        00023300
      *------------*                                                    00023400
       1000-INIT.                                                       00023500
      *------------*                                                    00023600
           DISPLAY "***** INIT PROCESS *****".                          00023700
                                                                        00023800
           MOVE SPACE TO WS-FILE-STATUS.                                00023900
           MOVE ZEROES TO WS-COUNTERS.                                  00024000
                                                                        00024100
      *    load the current contracts; an empty or missing file         00024200
      *    is a valid first load                                        00024300
           OPEN INPUT CTR-IN.                                           00024400
           IF WS-CTR-FS = '00'                                          00024500
              PERFORM 1100-LOAD-CTR-TABLE                               00024600
                 THRU 1100-LOAD-CTR-TABLE-END                           00024700
                 UNTIL WS-CTR-EOF                                       00024800
              CLOSE CTR-IN                                              00024900
           ELSE                                                         00025000
              DISPLAY 'CTRIN NOT AVAILABLE - STARTING EMPTY'            00025100
           END-IF.                                                      00025200
           DISPLAY 'CONTRACT ENTRIES LOADED: ' WS-CTR-COUNT.            00025300
                                                                        00025400
      *    load the payer master into its table                         00025500
           OPEN INPUT PAYMSTR.                                          00025600
           IF WS-PMS-FS = '00'                                          00025700
              PERFORM 1200-LOAD-PMS-TABLE                               00025800
                 THRU 1200-LOAD-PMS-TABLE-END                           00025900
                 UNTIL WS-PMS-EOF                                       00026000
              CLOSE PAYMSTR                                             00026100
              DISPLAY 'PAYER MASTER ENTRIES LOADED: ' WS-PMS-COUNT      00026200
           ELSE                                                         00026300
              DISPLAY 'PAYMSTR NOT AVAILABLE: ' WS-PMS-FS               00026400
              PERFORM 9999-ABEND                                        00026500
                 THRU 9999-ABEND-END                                    00026600
           END-IF.                                                      00026700
                                                                        00026800
           OPEN INPUT CTRX-IN.                                          00026900
           IF WS-CTX-FS NOT = "00"                                      00027000
      D      DISPLAY "ERROR OPEN FILE CTRTIN: " WS-CTX-FS               00027100
             PERFORM 9999-ABEND                                         00027200
                THRU 9999-ABEND-END                                     00027300
           END-IF.                                                      00027400
                                                                        00027500
           OPEN OUTPUT CTR-OUT.                                         00027600
           OPEN OUTPUT CREJ-OUT.                                        00027700
           OPEN OUTPUT RPT01-OUT.                                       00027800
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00027900
                                                                        00028000
      *    first read of the transaction file                           00028100
           PERFORM 8100-READ-CTRX                                       00028200
              THRU 8100-READ-CTRX-END.                                  00028300
                                                                        00028400
           DISPLAY "***** FIN INIT PROCESS *****".                      00028500
                                                                        00028600
      *----------------*                                                00028700
       1000-INIT-END.                                                   00028800
      *----------------*                                                00028900
           EXIT.                                                        00029000
                                                                        00029100
      *-----------------------*                                         00029200
       1100-LOAD-CTR-TABLE.                                             00029300
      *-----------------------*                                         00029400
           READ CTR-IN                                                  00029500
           END-READ.                                                    00029600
                                                                        00029700
           EVALUATE TRUE                                                00029800
             WHEN WS-CTR-FS = '00'                                      00029900
               IF WS-CTR-COUNT < WS-CTR-MAX                             00030000
                  ADD 1 TO WS-CTR-COUNT                                 00030100
                  SET CTR-IDX TO WS-CTR-COUNT                           00030200
                  MOVE CTR-PAYERCD TO WS-CTR-TAB-PAYERCD (CTR-IDX)      00030300
                  MOVE CTR-TRTNAME TO WS-CTR-TAB-TRTNAME (CTR-IDX)      00030400
                  MOVE CTR-AMOUNT  TO WS-CTR-TAB-AMOUNT (CTR-IDX)       00030500
                  MOVE CTR-EFFDATE TO WS-CTR-TAB-EFFDATE (CTR-IDX)      00030600
                  MOVE CTR-EXPDATE TO WS-CTR-TAB-EXPDATE (CTR-IDX)      00030700
               ELSE                                                     00030800
      *           a dropped row is a live rate deleted on rewrite,      00030900
      *           so stop instead                                       00031000
                  DISPLAY 'CONTRACT TABLE FULL - RUN STOPPED: '         00031100
                     CTR-PAYERCD ' ' CTR-TRTNAME                        00031200
                  MOVE 16 TO RETURN-CODE                                00031300
                  PERFORM 9999-ABEND                                    00031400
                     THRU 9999-ABEND-END                                00031500
               END-IF                                                   00031600
             WHEN WS-CTR-FS = '10'                                      00031700
               SET WS-CTR-EOF TO TRUE                                   00031800
             WHEN OTHER                                                 00031900
      D        DISPLAY "ERROR READ FILE CTRIN !!!: " WS-CTR-FS          00032000
               PERFORM 9999-ABEND                                       00032100
                  THRU 9999-ABEND-END                                   00032200
           END-EVALUATE.                                                00032300
      *-----------------------*                                         00032400
       1100-LOAD-CTR-TABLE-END.                                         00032500
      *-----------------------*                                         00032600
           EXIT.                                                        00032700
                                                                        00032800
      *-----------------------*                                         00032900
       1200-LOAD-PMS-TABLE.                                             00033000
      *-----------------------*                                         00033100
           READ PAYMSTR                                                 00033200
           END-READ.                                                    00033300
                                                                        00033400
           EVALUATE TRUE                                                00033500
             WHEN WS-PMS-FS = '00'                                      00033600
               IF WS-PMS-COUNT < WS-PMS-MAX                             00033700
                  ADD 1 TO WS-PMS-COUNT                                 00033800
                  SET PMS-IDX TO WS-PMS-COUNT                           00033900
                  MOVE PAY-CODE TO WS-PMS-TAB-CODE (PMS-IDX)            00034000
               ELSE                                                     00034100
                  DISPLAY 'PAYER TABLE FULL - ENTRY DROPPED: '          00034200
                     PAY-CODE                                           00034300
               END-IF                                                   00034400
             WHEN WS-PMS-FS = '10'                                      00034500
               SET WS-PMS-EOF TO TRUE                                   00034600
             WHEN OTHER                                                 00034700
      D        DISPLAY "ERROR READ FILE PAYMSTR !!!: " WS-PMS-FS        00034800
               PERFORM 9999-ABEND                                       00034900
                  THRU 9999-ABEND-END                                   00035000
           END-EVALUATE.                                                00035100
      *-----------------------*                                         00035200
       1200-LOAD-PMS-TABLE-END.                                         00035300
      *-----------------------*                                         00035400
           EXIT.                                                        00035500
                                                                        00035600
      *-----------------------*                                         00035700
       5000-APPLY-TRANSACTION.                                          00035800
      *-----------------------*                                         00035900
      D    DISPLAY "TRANSACTION: " WS-REC-CTRX.                         00036000
                                                                        00036100
           EVALUATE CTX-ACTION                                          00036200
             WHEN 'A'                                                   00036300
               PERFORM 5100-ADD-RATE                                    00036400
                  THRU 5100-ADD-RATE-END                                00036500
             WHEN 'E'                                                   00036600
               PERFORM 5200-EXPIRE-RATE                                 00036700
                  THRU 5200-EXPIRE-RATE-END                             00036800
             WHEN OTHER                                                 00036900
               MOVE 'UNKNOWN ACTION CODE' TO CRJ-REASON                 00037000
               PERFORM 5900-WRITE-REJECT                                00037100
                  THRU 5900-WRITE-REJECT-END                            00037200
           END-EVALUATE.                                                00037300
                                                                        00037400
           IF NOT WS-CTX-EOF                                            00037500
              PERFORM 8100-READ-CTRX                                    00037600
                 THRU 8100-READ-CTRX-END                                00037700
           END-IF.                                                      00037800
      *-----------------------*                                         00037900
       5000-APPLY-TRANSACTION-END.                                      00038000
      *-----------------------*                                         00038100
           EXIT.                                                        00038200
                                                                        00038300
      *-----------------------*                                         00038400
       5100-ADD-RATE.                                                   00038500
      *-----------------------*                                         00038600
           MOVE 'N' TO WS-PMS-FOUND.                                    00038700
           PERFORM 5400-PAYER-LOOKUP                                    00038800
              THRU 5400-PAYER-LOOKUP-END                                00038900
              VARYING PMS-IDX FROM 1 BY 1                               00039000
              UNTIL PMS-IDX > WS-PMS-COUNT                              00039100
                 OR WS-PMS-HIT.                                         00039200
           IF NOT WS-PMS-HIT                                            00039300
              MOVE 'PAYERCD NOT ON PAYER MASTER' TO CRJ-REASON          00039400
              PERFORM 5900-WRITE-REJECT                                 00039500
                 THRU 5900-WRITE-REJECT-END                             00039600
              GO TO 5100-ADD-RATE-END                                   00039700
           END-IF.                                                      00039800
           IF CTX-TRTNAME = SPACE                                       00039900
              MOVE 'TRTNAME IS REQUIRED' TO CRJ-REASON                  00040000
              PERFORM 5900-WRITE-REJECT                                 00040100
                 THRU 5900-WRITE-REJECT-END                             00040200
              GO TO 5100-ADD-RATE-END                                   00040300
           END-IF.                                                      00040400
           IF CTX-AMOUNT NOT NUMERIC                                    00040500
              OR CTX-AMOUNT-N = ZERO                                    00040600
              MOVE 'AMOUNT INVALID' TO CRJ-REASON                       00040700
              PERFORM 5900-WRITE-REJECT                                 00040800
                 THRU 5900-WRITE-REJECT-END                             00040900
              GO TO 5100-ADD-RATE-END                                   00041000
           END-IF.                                                      00041100
           IF CTX-EFFDATE NOT NUMERIC                                   00041200
              MOVE 'EFFECTIVE DATE INVALID' TO CRJ-REASON               00041300
              PERFORM 5900-WRITE-REJECT                                 00041400
                 THRU 5900-WRITE-REJECT-END                             00041500
              GO TO 5100-ADD-RATE-END                                   00041600
           END-IF.                                                      00041700
                                                                        00041800
      *    the previous open rate of the same payer and treatment       00041900
      *    expires the day before the new one takes effect              00042000
           PERFORM 5300-FIND-ACTIVE-RATE                                00042100
              THRU 5300-FIND-ACTIVE-RATE-END.                           00042200
           IF WS-CTR-HIT                                                00042300
              SET CTR-IDX TO WS-CTR-HIT-SUB                             00042400
              IF WS-CTR-TAB-EFFDATE (CTR-IDX) NOT < CTX-EFFDATE         00042500
                 MOVE 'NEW RATE NOT AFTER CURRENT' TO CRJ-REASON        00042600
                 PERFORM 5900-WRITE-REJECT                              00042700
                    THRU 5900-WRITE-REJECT-END                          00042800
                 GO TO 5100-ADD-RATE-END                                00042900
              END-IF                                                    00043000
              MOVE CTX-EFFDATE TO WS-PRIOR-EXPDATE                      00043100
      *       a compare floor only, so it need not land on a            00043200
      *       calendar day - the PBCHARG cutoff trick                   00043300
              SUBTRACT 1 FROM WS-PRIOR-EXPDATE-N                        00043400
              MOVE WS-PRIOR-EXPDATE                                     00043500
                 TO WS-CTR-TAB-EXPDATE (CTR-IDX)                        00043600
              MOVE 'EXPIRE ' TO RPT-C-ACTION                            00043700
              PERFORM 5800-WRITE-AUDIT-LINE                             00043800
                 THRU 5800-WRITE-AUDIT-LINE-END                         00043900
              ADD 1 TO WS-NO-EXPIRED                                    00044000
           END-IF.                                                      00044100
                                                                        00044200
           IF WS-CTR-COUNT < WS-CTR-MAX                                 00044300
              ADD 1 TO WS-CTR-COUNT                                     00044400
              SET CTR-IDX TO WS-CTR-COUNT                               00044500
              MOVE CTX-PAYERCD  TO WS-CTR-TAB-PAYERCD (CTR-IDX)         00044600
              MOVE CTX-TRTNAME  TO WS-CTR-TAB-TRTNAME (CTR-IDX)         00044700
              MOVE CTX-AMOUNT-N TO WS-CTR-TAB-AMOUNT (CTR-IDX)          00044800
              MOVE CTX-EFFDATE  TO WS-CTR-TAB-EFFDATE (CTR-IDX)         00044900
              IF CTX-EXPDATE NUMERIC                                    00045000
                 MOVE CTX-EXPDATE TO WS-CTR-TAB-EXPDATE (CTR-IDX)       00045100
              ELSE                                                      00045200
                 MOVE '99999999'  TO WS-CTR-TAB-EXPDATE (CTR-IDX)       00045300
              END-IF                                                    00045400
              MOVE 'ADD    ' TO RPT-C-ACTION                            00045500
              PERFORM 5800-WRITE-AUDIT-LINE                             00045600
                 THRU 5800-WRITE-AUDIT-LINE-END                         00045700
              ADD 1 TO WS-NO-ADDED                                      00045800
              DISPLAY 'RATE ADDED: ' CTX-PAYERCD ' ' CTX-TRTNAME        00045900
                 ' EFFECTIVE ' CTX-EFFDATE                              00046000
           ELSE                                                         00046100
              MOVE 'CONTRACT FILE FULL' TO CRJ-REASON                   00046200
              PERFORM 5900-WRITE-REJECT                                 00046300
                 THRU 5900-WRITE-REJECT-END                             00046400
           END-IF.                                                      00046500
      *-----------------------*                                         00046600
       5100-ADD-RATE-END.                                               00046700
      *-----------------------*                                         00046800
           EXIT.                                                        00046900
                                                                        00047000
      *-----------------------*                                         00047100
       5200-EXPIRE-RATE.                                                00047200
      *-----------------------*                                         00047300
           IF CTX-EXPDATE NOT NUMERIC                                   00047400
              MOVE 'EXPIRY DATE INVALID' TO CRJ-REASON                  00047500
              PERFORM 5900-WRITE-REJECT                                 00047600
                 THRU 5900-WRITE-REJECT-END                             00047700
              GO TO 5200-EXPIRE-RATE-END                                00047800
           END-IF.                                                      00047900
                                                                        00048000
           PERFORM 5300-FIND-ACTIVE-RATE                                00048100
              THRU 5300-FIND-ACTIVE-RATE-END.                           00048200
           IF NOT WS-CTR-HIT                                            00048300
              MOVE 'NO ACTIVE RATE TO EXPIRE' TO CRJ-REASON             00048400
              PERFORM 5900-WRITE-REJECT                                 00048500
                 THRU 5900-WRITE-REJECT-END                             00048600
              GO TO 5200-EXPIRE-RATE-END                                00048700
           END-IF.                                                      00048800
                                                                        00048900
           SET CTR-IDX TO WS-CTR-HIT-SUB.                               00049000
           MOVE CTX-EXPDATE TO WS-CTR-TAB-EXPDATE (CTR-IDX).            00049100
           MOVE 'EXPIRE ' TO RPT-C-ACTION.                              00049200
           PERFORM 5800-WRITE-AUDIT-LINE                                00049300
              THRU 5800-WRITE-AUDIT-LINE-END.                           00049400
           ADD 1 TO WS-NO-EXPIRED.                                      00049500
           DISPLAY 'RATE EXPIRED: ' CTX-PAYERCD ' ' CTX-TRTNAME         00049600
              ' ON ' CTX-EXPDATE.                                       00049700
      *-----------------------*                                         00049800
       5200-EXPIRE-RATE-END.                                            00049900
      *-----------------------*                                         00050000
           EXIT.                                                        00050100
                                                                        00050200
      *-----------------------*                                         00050300
       5300-FIND-ACTIVE-RATE.                                           00050400
      *-----------------------*                                         00050500
      *    the active rate is the open-ended row of the payer           00050600
      *    and TRTNAME                                                  00050700
           MOVE 'N' TO WS-CTR-FOUND.                                    00050800
           PERFORM 5310-ACTIVE-LOOKUP                                   00050900
              THRU 5310-ACTIVE-LOOKUP-END                               00051000
              VARYING CTR-IDX FROM 1 BY 1                               00051100
              UNTIL CTR-IDX > WS-CTR-COUNT                              00051200
                 OR WS-CTR-HIT.                                         00051300
      *-----------------------*                                         00051400
       5300-FIND-ACTIVE-RATE-END.                                       00051500
      *-----------------------*                                         00051600
           EXIT.                                                        00051700
                                                                        00051800
      *-----------------------*                                         00051900
       5310-ACTIVE-LOOKUP.                                              00052000
      *-----------------------*                                         00052100
           IF WS-CTR-TAB-PAYERCD (CTR-IDX) = CTX-PAYERCD                00052200
              AND WS-CTR-TAB-TRTNAME (CTR-IDX) = CTX-TRTNAME            00052300
              AND WS-CTR-TAB-EXPDATE (CTR-IDX) = '99999999'             00052400
              MOVE 'Y' TO WS-CTR-FOUND                                  00052500
              SET WS-CTR-HIT-SUB TO CTR-IDX                             00052600
           END-IF.                                                      00052700
      *-----------------------*                                         00052800
       5310-ACTIVE-LOOKUP-END.                                          00052900
      *-----------------------*                                         00053000
           EXIT.                                                        00053100
                                                                        00053200
      *-----------------------*                                         00053300
       5400-PAYER-LOOKUP.                                               00053400
      *-----------------------*                                         00053500
           IF WS-PMS-TAB-CODE (PMS-IDX) = CTX-PAYERCD                   00053600
              MOVE 'Y' TO WS-PMS-FOUND                                  00053700
           END-IF.                                                      00053800
      *-----------------------*                                         00053900
       5400-PAYER-LOOKUP-END.                                           00054000
      *-----------------------*                                         00054100
           EXIT.                                                        00054200
                                                                        00054300
      *-----------------------*                                         00054400
       5800-WRITE-AUDIT-LINE.                                           00054500
      *-----------------------*                                         00054600
      *    the changed row as it now stands, action first               00054700
           MOVE WS-CTR-TAB-PAYERCD (CTR-IDX) TO RPT-C-PAYERCD.          00054800
           MOVE WS-CTR-TAB-TRTNAME (CTR-IDX) TO RPT-C-TRTNAME.          00054900
           MOVE WS-CTR-TAB-AMOUNT (CTR-IDX)  TO RPT-C-AMOUNT.           00055000
           MOVE WS-CTR-TAB-EFFDATE (CTR-IDX) TO RPT-C-EFFDATE.          00055100
           MOVE WS-CTR-TAB-EXPDATE (CTR-IDX) TO RPT-C-EXPDATE.          00055200
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00055300
              AFTER ADVANCING 1 LINE.                                   00055400
      *-----------------------*                                         00055500
       5800-WRITE-AUDIT-LINE-END.                                       00055600
      *-----------------------*                                         00055700
           EXIT.                                                        00055800
                                                                        00055900
      *-----------------------*                                         00056000
       5900-WRITE-REJECT.                                               00056100
      *-----------------------*                                         00056200
           DISPLAY 'TRANSACTION REJECTED: ' CRJ-REASON.                 00056300
           MOVE CTX-ACTION  TO CRJ-ACTION.                              00056400
           MOVE CTX-PAYERCD TO CRJ-PAYERCD.                             00056500
           MOVE CTX-TRTNAME TO CRJ-TRTNAME.                             00056600
           WRITE CREJ-OUT-REC.                                          00056700
           ADD 1 TO WS-NO-REJECTS.                                      00056800
      *-----------------------*                                         00056900
       5900-WRITE-REJECT-END.                                           00057000
      *-----------------------*                                         00057100
           EXIT.                                                        00057200
                                                                        00057300
      *-----------------------*                                         00057400
       6000-REWRITE-CONTRACTS.                                          00057500
      *-----------------------*                                         00057600
           SET CTR-IDX TO WS-CTR-SUB.                                   00057700
           MOVE SPACE                        TO CTR-REC.                00057800
           MOVE WS-CTR-TAB-PAYERCD (CTR-IDX) TO CTR-PAYERCD.            00057900
           MOVE WS-CTR-TAB-TRTNAME (CTR-IDX) TO CTR-TRTNAME.            00058000
           MOVE WS-CTR-TAB-AMOUNT (CTR-IDX)  TO CTR-AMOUNT.             00058100
           MOVE WS-CTR-TAB-EFFDATE (CTR-IDX) TO CTR-EFFDATE.            00058200
           MOVE WS-CTR-TAB-EXPDATE (CTR-IDX) TO CTR-EXPDATE.            00058300
           WRITE CTR-OUT-REC FROM CTR-REC.                              00058400
      *-----------------------*                                         00058500
       6000-REWRITE-CONTRACTS-END.                                      00058600
      *-----------------------*                                         00058700
           EXIT.                                                        00058800
                                                                        00058900
      *---------------*                                                 00059000
       8100-READ-CTRX.                                                  00059100
      *---------------*                                                 00059200
                                                                        00059300
           INITIALIZE WS-REC-CTRX.                                      00059400
                                                                        00059500
           READ CTRX-IN INTO WS-REC-CTRX                                00059600
           END-READ.                                                    00059700
                                                                        00059800
           EVALUATE TRUE                                                00059900
                                                                        00060000
             WHEN WS-CTX-FS = '00'                                      00060100
               ADD 1 TO WS-NO-READ-CTRX                                 00060200
      D        DISPLAY "READ FILE OK: " WS-REC-CTRX                     00060300
               CONTINUE                                                 00060400
             WHEN WS-CTX-FS = '10'                                      00060500
               SET WS-CTX-EOF TO TRUE                                   00060600
      D        DISPLAY "WS-CTX-END-OF-FILE " WS-CTX-END-OF-FILE         00060700
             WHEN OTHER                                                 00060800
      D        DISPLAY "ERROR READ FILE CTRTIN !!!: " WS-CTX-FS         00060900
               PERFORM 9999-ABEND                                       00061000
                  THRU 9999-ABEND-END                                   00061100
                                                                        00061200
           END-EVALUATE.                                                00061300
                                                                        00061400
      *-------------------*                                             00061500
       8100-READ-CTRX-END.                                              00061600
      *-------------------*                                             00061700
           EXIT.                                                        00061800
      *-------------------*                                             00061900
       9999-ABEND.                                                      00062000
      *-------------------*                                             00062100
      D    DISPLAY "WE ARE IN ABEND".                                   00062200
      *    WE FORCE AN ABEND                                            00062300
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00062400
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00062500
           GOBACK.                                                      00062600
      *-------------------*                                             00062700
       9999-ABEND-END.                                                  00062800
      *-------------------*                                             00062900
           EXIT.                                                        00063000
