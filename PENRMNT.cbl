      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PENRMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance des adhesions medecin-payeur a dates           00000900
      *      d'effet (ENRLFILE, cle DOC-CODE + PAYERCD, lu par          00001000
      *      PBCLAIM, PBCOB et PCRDEXP), comme PCTRMNT pour les         00001100
      *      tarifs contractuels. Lit les transactions ENRTIN:          00001200
      *      A=ajouter une adhesion (l'adhesion ouverte precedente      00001300
      *      du meme medecin et du meme payeur se termine la            00001400
      *      veille de la nouvelle date d'effet), E=terminer            00001500
      *      l'adhesion ouverte a une date donnee. Le medecin           00001600
      *      doit exister au maitre DOCMSTR et le payeur au             00001700
      *      maitre PAYMSTR; chaque changement sort sur le              00001800
      *      journal ENRRPT.                                            00001900
      *                                                                 00002000
      * Fichier entree: ENRLIN, adhesions courantes                     00002100
      * Fichier entree: ENRTIN, transactions d'adhesion                 00002200
      * Fichier entree: DOCMSTR, maitre des medecins                    00002300
      * Fichier entree: PAYMSTR, maitre des payeurs                     00002400
      * Fichier sortie: ENRLOUT, nouvelles adhesions                    00002500
      * Fichier sortie: ENRRPT, journal des changements                 00002600
      * Fichier sortie: ENRREJ, transactions refusees                   00002700
      *----------------------------------------------------------*      00002800
      *--------------------*                                            00002900
       ENVIRONMENT DIVISION.                                            00003000
      *--------------------*                                            00003100
       CONFIGURATION SECTION.                                           00003200
       OBJECT-COMPUTER.                                                 00003300
       SOURCE-COMPUTER.                                                 00003400
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT ENR-IN ASSIGN TO ENRLIN                               00003800
           ORGANIZATION IS SEQUENTIAL                                   00003900
           FILE STATUS IS WS-ENR-FS.                                    00004000
           SELECT ENRX-IN ASSIGN TO ENRTIN                              00004100
           ORGANIZATION IS SEQUENTIAL                                   00004200
           FILE STATUS IS WS-ENX-FS.                                    00004300
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004400
           ORGANIZATION IS SEQUENTIAL                                   00004500
           FILE STATUS IS WS-DOC-FS.                                    00004600
           SELECT PAYMSTR ASSIGN TO PAYMSTR                             00004700
           ORGANIZATION IS SEQUENTIAL                                   00004800
           FILE STATUS IS WS-PMS-FS.                                    00004900
           SELECT ENR-OUT ASSIGN TO ENRLOUT                             00005000
           ORGANIZATION IS SEQUENTIAL                                   00005100
           FILE STATUS IS WS-ENRO-FS.                                   00005200
           SELECT RPT01-OUT ASSIGN TO ENRRPT                            00005300
           ORGANIZATION IS LINE SEQUENTIAL                              00005400
           FILE STATUS IS WS-RPT01-FS.                                  00005500
           SELECT EREJ-OUT ASSIGN TO ENRREJ                             00005600
           ORGANIZATION IS SEQUENTIAL                                   00005700
           FILE STATUS IS WS-EREJ-FS.                                   00005800
      *----------------*                                                00005900
       DATA DIVISION.                                                   00006000
      *----------------*                                                00006100
       FILE SECTION.                                                    00006200
                                                                        00006300
      *    adhesion d'un medecin aupres d'un payeur, a dates d'effet    00006400
       FD  ENR-IN RECORDING MODE F.                                     00006500
       01  ENR-REC.                                                     00006600
           05 ENR-DOC-CODE              PIC X(08).                      00006700
           05 ENR-PAYERCD               PIC X(08).                      00006800
           05 ENR-PROVNO                PIC X(12).                      00006900
           05 ENR-EFFDATE               PIC X(08).                      00007000
           05 ENR-ENDDATE               PIC X(08).                      00007100
           05 FILLER                    PIC X(36).                      00007200
                                                                        00007300
       FD  ENRX-IN RECORDING MODE F.                                    00007400
       01  ENRX-IN-DATA                 PIC X(80).                      00007500
                                                                        00007600
      *    doctor master reference file                                 00007700
       FD  DOCMSTR RECORDING MODE F.                                    00007800
       01  DOC-MSTR-REC.                                                00007900
           05 DOC-CODE                  PIC X(08).                      00008000
           05 DOC-NAME                  PIC X(20).                      00008100
           05 DOC-SPECIALTY             PIC X(20).                      00008200
           05 DOC-ACTIVE                PIC X(01).                      00008300
           05 FILLER                    PIC X(31).                      00008400
                                                                        00008500
      *    payer master reference file                                  00008600
       FD  PAYMSTR RECORDING MODE F.                                    00008700
       01  PAY-MSTR-REC.                                                00008800
           05 PAY-CODE          PIC X(08).                              00008900
           05 FILLER            PIC X(01).                              00009000
           05 PAY-NAME          PIC X(20).                              00009100
           05 FILLER            PIC X(01).                              00009200
           05 PAY-STREET        PIC X(20).                              00009300
           05 FILLER            PIC X(01).                              00009400
           05 PAY-CITY          PIC X(15).                              00009500
           05 FILLER            PIC X(01).                              00009600
           05 PAY-REGION        PIC X(02).                              00009700
           05 FILLER            PIC X(01).                              00009800
           05 PAY-POSTAL        PIC X(07).                              00009900
           05 FILLER            PIC X(01).                              00010000
           05 PAY-ACTIVE        PIC X(01).                              00010100
           05 FILLER            PIC X(01).                              00010200
                                                                        00010300
       FD  ENR-OUT RECORDING MODE F.                                    00010400
       01  ENR-OUT-REC                  PIC X(80).                      00010500
                                                                        00010600
       FD  RPT01-OUT RECORDING MODE F.                                  00010700
       01  RPT01-OUT-REC                PIC X(80).                      00010800
                                                                        00010900
       FD  EREJ-OUT RECORDING MODE F.                                   00011000
       01  EREJ-OUT-REC.                                                00011100
           05 ERJ-ACTION       PIC X(01).                               00011200
           05 FILLER           PIC X(01) VALUE SPACE.                   00011300
           05 ERJ-DOC-CODE     PIC X(08).                               00011400
           05 FILLER           PIC X(01) VALUE SPACE.                   00011500
           05 ERJ-PAYERCD      PIC X(08).                               00011600
           05 FILLER           PIC X(01) VALUE SPACE.                   00011700
           05 ERJ-REASON       PIC X(30).                               00011800
           05 FILLER           PIC X(30).                               00011900
                                                                        00012000
      *-----------------------*                                         00012100
       WORKING-STORAGE SECTION.                                         00012200
      *-----------------------*                                         00012300
       01 WS-FILE-STATUS.                                               00012400
          05 WS-ENR-FS                 PIC X(2).                        00012500
          05 WS-ENX-FS                 PIC X(2).                        00012600
          05 WS-DOC-FS                 PIC X(2).                        00012700
          05 WS-PMS-FS                 PIC X(2).                        00012800
          05 WS-ENRO-FS                PIC X(2).                        00012900
          05 WS-RPT01-FS               PIC X(2).                        00013000
          05 WS-EREJ-FS                PIC X(2).                        00013100
                                                                        00013200
       01 WS-ENR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013300
          88 WS-ENR-EOF                 VALUE 'TRUE'.                   00013400
       01 WS-ENX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013500
          88 WS-ENX-EOF                 VALUE 'TRUE'.                   00013600
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013700
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00013800
       01 WS-PMS-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013900
          88 WS-PMS-EOF                 VALUE 'TRUE'.                   00014000
                                                                        00014100
       01 WS-COUNTERS.                                                  00014200
           05 WS-NO-READ-ENX               PIC 9(8).                    00014300
           05 WS-NO-ADDED                  PIC 9(8).                    00014400
           05 WS-NO-ENDED                  PIC 9(8).                    00014500
           05 WS-NO-REJECTS                PIC 9(8).                    00014600
                                                                        00014700
      *    une transaction d'adhesion par enregistrement                00014800
       01 WS-REC-ENX.                                                   00014900
          05 ENX-ACTION                PIC X(01).                       00015000
          05 FILLER                    PIC X(01).                       00015100
          05 ENX-DOC-CODE              PIC X(08).                       00015200
          05 FILLER                    PIC X(01).                       00015300
          05 ENX-PAYERCD               PIC X(08).                       00015400
          05 FILLER                    PIC X(01).                       00015500
          05 ENX-PROVNO                PIC X(12).                       00015600
          05 FILLER                    PIC X(01).                       00015700
          05 ENX-EFFDATE               PIC X(08).                       00015800
          05 FILLER                    PIC X(01).                       00015900
          05 ENX-ENDDATE               PIC X(08).                       00016000
          05 FILLER                    PIC X(30).                       00016100
                                                                        00016200
      *    les adhesions chargees en table, mises a jour puis           00016300
      *    recrites                                                     00016400
       01 WS-ENR-TABLE.                                                 00016500
          05 WS-ENR-MAX         PIC 9(04) COMP VALUE 1000.              00016600
          05 WS-ENR-COUNT       PIC 9(04) COMP VALUE 0.                 00016700
          05 WS-ENR-ENTRY OCCURS 1000 TIMES INDEXED BY ENR-IDX.         00016800
             10 WS-ENR-TAB-DOC-CODE PIC X(08).                          00016900
             10 WS-ENR-TAB-PAYERCD  PIC X(08).                          00017000
             10 WS-ENR-TAB-PROVNO   PIC X(12).                          00017100
             10 WS-ENR-TAB-EFFDATE  PIC X(08).                          00017200
             10 WS-ENR-TAB-ENDDATE  PIC X(08).                          00017300
                                                                        00017400
       01 WS-ENR-FOUND                  PIC X(01) VALUE 'N'.            00017500
          88 WS-ENR-HIT                 VALUE 'Y'.                      00017600
       01 WS-ENR-HIT-SUB                PIC 9(04) COMP VALUE 0.         00017700
       01 WS-ENR-SUB                    PIC 9(04) COMP VALUE 0.         00017800
                                                                        00017900
      * doctor and payer masters loaded in table at start of run        00018000
       01 WS-DOC-TABLE.                                                 00018100
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00018200
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00018300
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00018400
             10 WS-DOC-TAB-CODE    PIC X(08).                           00018500
       01 WS-DOC-FOUND                 PIC X(01) VALUE 'N'.             00018600
          88 WS-DOC-HIT                VALUE 'Y'.                       00018700
                                                                        00018800
       01 WS-PMS-TABLE.                                                 00018900
          05 WS-PMS-MAX         PIC 9(02) COMP VALUE 50.                00019000
          05 WS-PMS-COUNT       PIC 9(02) COMP VALUE 0.                 00019100
          05 WS-PMS-ENTRY OCCURS 50 TIMES INDEXED BY PMS-IDX.           00019200
             10 WS-PMS-TAB-CODE    PIC X(08).                           00019300
       01 WS-PMS-FOUND                 PIC X(01) VALUE 'N'.             00019400
          88 WS-PMS-HIT                VALUE 'Y'.                       00019500
                                                                        00019600
      *    la veille de la nouvelle date d'effet: plancher de           00019700
      *    comparaison seulement, comme la coupure de PBCHARG           00019800
       01 WS-PRIOR-ENDDATE              PIC X(08).                      00019900
       01 WS-PRIOR-ENDDATE-N REDEFINES WS-PRIOR-ENDDATE                 00020000
                                        PIC 9(08).                      00020100
                                                                        00020200
       01 RPT-HEADER-1.                                                 00020300
           05 FILLER           PIC X(33) VALUE                          00020400
                'DOCTOR-PAYER ENROLLMENT JOURNAL  '.                    00020500
           05 FILLER           PIC X(47) VALUE SPACE.                   00020600
                                                                        00020700
       01 RPT-CHANGE-LINE.                                              00020800
           05 RPT-C-ACTION     PIC X(07).                               00020900
           05 FILLER           PIC X(01) VALUE SPACE.                   00021000
           05 RPT-C-DOC-CODE   PIC X(08).                               00021100
           05 FILLER           PIC X(01) VALUE SPACE.                   00021200
           05 RPT-C-PAYERCD    PIC X(08).                               00021300
           05 FILLER           PIC X(01) VALUE SPACE.                   00021400
           05 RPT-C-PROVNO     PIC X(12).                               00021500
           05 FILLER           PIC X(01) VALUE SPACE.                   00021600
           05 RPT-C-EFFDATE    PIC X(08).                               00021700
           05 FILLER           PIC X(01) VALUE SPACE.                   00021800
           05 RPT-C-ENDDATE    PIC X(08).                               00021900
           05 FILLER           PIC X(24) VALUE SPACE.                   00022000
                                                                        00022100
      *-----------------------*                                         00022200
       PROCEDURE DIVISION.                                              00022300
      *-----------------------*                                         00022400
                                                                        00022500
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00022600
                                                                        00022700
           PERFORM 1000-INIT                                            00022800
              THRU 1000-INIT-END.                                       00022900
                                                                        00023000
           DISPLAY '1_____APPLY ENROLLMENT TRANSACTIONS'.               00023100
           PERFORM 5000-APPLY-TRANSACTION                               00023200
              THRU 5000-APPLY-TRANSACTION-END                           00023300
              UNTIL WS-ENX-EOF.                                         00023400
                                                                        00023500
           DISPLAY '2_____REWRITE THE ENROLLMENT FILE'.                 00023600
           PERFORM 6000-REWRITE-ENROLLMENTS                             00023700
              THRU 6000-REWRITE-ENROLLMENTS-END                         00023800
              VARYING WS-ENR-SUB FROM 1 BY 1                            00023900
              UNTIL WS-ENR-SUB > WS-ENR-COUNT.                          00024000
                                                                        00024100
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00024200
           DISPLAY 'TRANSACTIONS READ : ' WS-NO-READ-ENX.               00024300
           DISPLAY 'ENROLLMENTS ADDED : ' WS-NO-ADDED.                  00024400
           DISPLAY 'ENROLLMENTS ENDED : ' WS-NO-ENDED.                  00024500
           DISPLAY 'REJECTED          : ' WS-NO-REJECTS.                00024600
           CLOSE ENR-OUT.                                               00024700
           CLOSE RPT01-OUT.                                             00024800
           CLOSE EREJ-OUT.                                              00024900
                                                                        00025000
           IF WS-NO-REJECTS > 0                                         00025100
              MOVE 4 TO RETURN-CODE                                     00025200
           END-IF.                                                      00025300
                                                                        00025400
           GOBACK.                                                      00025500
                                                                        00025600
      *------------*                                                    00025700
       1000-INIT.                                                       00025800
      *------------*                                                    00025900
           DISPLAY "***** INIT PROCESS *****".                          00026000
                                                                        00026100
           MOVE SPACE TO WS-FILE-STATUS.                                00026200
           MOVE ZEROES TO WS-COUNTERS.                                  00026300
                                                                        00026400
      *    load the current enrollments; an empty or missing file       00026500
      *    is a valid first load                                        00026600
           OPEN INPUT ENR-IN.                                           00026700
           IF WS-ENR-FS = '00'                                          00026800
              PERFORM 1100-LOAD-ENR-TABLE                               00026900
                 THRU 1100-LOAD-ENR-TABLE-END                           00027000
                 UNTIL WS-ENR-EOF                                       00027100
              CLOSE ENR-IN                                              00027200
           ELSE                                                         00027300
              DISPLAY 'ENRLIN NOT AVAILABLE - STARTING EMPTY'           00027400
           END-IF.                                                      00027500
           DISPLAY 'ENROLLMENT ENTRIES LOADED: ' WS-ENR-COUNT.          00027600
                                                                        00027700
      *    load the doctor and payer masters into their tables          00027800
           OPEN INPUT DOCMSTR.                                          00027900
           IF WS-DOC-FS = '00'                                          00028000
              PERFORM 1200-LOAD-DOC-TABLE                               00028100
                 THRU 1200-LOAD-DOC-TABLE-END                           00028200
                 UNTIL WS-DOC-EOF                                       00028300
              CLOSE DOCMSTR                                             00028400
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00028500
           ELSE                                                         00028600
              DISPLAY 'DOCMSTR NOT AVAILABLE: ' WS-DOC-FS               00028700
              PERFORM 9999-ABEND                                        00028800
                 THRU 9999-ABEND-END                                    00028900
           END-IF.                                                      00029000
           OPEN INPUT PAYMSTR.                                          00029100
           IF WS-PMS-FS = '00'                                          00029200
              PERFORM 1300-LOAD-PMS-TABLE                               00029300
                 THRU 1300-LOAD-PMS-TABLE-END                           00029400
                 UNTIL WS-PMS-EOF                                       00029500
              CLOSE PAYMSTR                                             00029600
              DISPLAY 'PAYER MASTER ENTRIES LOADED: ' WS-PMS-COUNT      00029700
           ELSE                                                         00029800
              DISPLAY 'PAYMSTR NOT AVAILABLE: ' WS-PMS-FS               00029900
              PERFORM 9999-ABEND                                        00030000
                 THRU 9999-ABEND-END                                    00030100
           END-IF.                                                      00030200
                                                                        00030300
           OPEN INPUT ENRX-IN.                                          00030400
           IF WS-ENX-FS NOT = "00"                                      00030500
      D      DISPLAY "ERROR OPEN FILE ENRTIN: " WS-ENX-FS               00030600
             PERFORM 9999-ABEND                                         00030700
                THRU 9999-ABEND-END                                     00030800
           END-IF.                                                      00030900
                                                                        00031000
           OPEN OUTPUT ENR-OUT.                                         00031100
           OPEN OUTPUT EREJ-OUT.                                        00031200
           OPEN OUTPUT RPT01-OUT.                                       00031300
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00031400
                                                                        00031500
      *    first read of the transaction file                           00031600
           PERFORM 8100-READ-ENX                                        00031700
              THRU 8100-READ-ENX-END.                                   00031800
                                                                        00031900
           DISPLAY "***** FIN INIT PROCESS *****".                      00032000
                                                                        00032100
      *----------------*                                                00032200
       1000-INIT-END.                                                   00032300
      *----------------*                                                00032400
           EXIT.                                                        00032500
                                                                        00032600
      *-----------------------*                                         00032700
       1100-LOAD-ENR-TABLE.                                             00032800
      *-----------------------*                                         00032900
           READ ENR-IN                                                  00033000
           END-READ.                                                    00033100
                                                                        00033200
           EVALUATE TRUE                                                00033300
             WHEN WS-ENR-FS = '00'                                      00033400
               IF WS-ENR-COUNT < WS-ENR-MAX                             00033500
                  ADD 1 TO WS-ENR-COUNT                                 00033600
                  SET ENR-IDX TO WS-ENR-COUNT                           00033700
                  MOVE ENR-DOC-CODE TO WS-ENR-TAB-DOC-CODE (ENR-IDX)    00033800
                  MOVE ENR-PAYERCD  TO WS-ENR-TAB-PAYERCD (ENR-IDX)     00033900
                  MOVE ENR-PROVNO   TO WS-ENR-TAB-PROVNO (ENR-IDX)      00034000
                  MOVE ENR-EFFDATE  TO WS-ENR-TAB-EFFDATE (ENR-IDX)     00034100
                  MOVE ENR-ENDDATE  TO WS-ENR-TAB-ENDDATE (ENR-IDX)     00034200
               ELSE                                                     00034300
      *           a dropped row is an enrollment deleted on             00034400
      *           rewrite, so stop instead                              00034500
                  DISPLAY 'ENROLLMENT TABLE FULL - RUN STOPPED: '       00034600
                     ENR-DOC-CODE ' ' ENR-PAYERCD                       00034700
                  MOVE 16 TO RETURN-CODE                                00034800
                  PERFORM 9999-ABEND                                    00034900
                     THRU 9999-ABEND-END                                00035000
               END-IF                                                   00035100
             WHEN WS-ENR-FS = '10'                                      00035200
               SET WS-ENR-EOF TO TRUE                                   00035300
             WHEN OTHER                                                 00035400
      D        DISPLAY "ERROR READ FILE ENRLIN !!!: " WS-ENR-FS         00035500
               PERFORM 9999-ABEND                                       00035600
                  THRU 9999-ABEND-END                                   00035700
           END-EVALUATE.                                                00035800
      *-----------------------*                                         00035900
       1100-LOAD-ENR-TABLE-END.                                         00036000
      *-----------------------*                                         00036100
           EXIT.                                                        00036200
                                                                        00036300
      *-----------------------*                                         00036400
       1200-LOAD-DOC-TABLE.                                             00036500
      *-----------------------*                                         00036600
           READ DOCMSTR                                                 00036700
           END-READ.                                                    00036800
                                                                        00036900
           EVALUATE TRUE                                                00037000
             WHEN WS-DOC-FS = '00'                                      00037100
               IF WS-DOC-COUNT < WS-DOC-MAX                             00037200
                  ADD 1 TO WS-DOC-COUNT                                 00037300
                  SET DOC-IDX TO WS-DOC-COUNT                           00037400
                  MOVE DOC-CODE TO WS-DOC-TAB-CODE (DOC-IDX)            00037500
               ELSE                                                     00037600
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00037700
                     DOC-CODE                                           00037800
               END-IF                                                   00037900
             WHEN WS-DOC-FS = '10'                                      00038000
               SET WS-DOC-EOF TO TRUE                                   00038100
             WHEN OTHER                                                 00038200
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00038300
               PERFORM 9999-ABEND                                       00038400
                  THRU 9999-ABEND-END                                   00038500
           END-EVALUATE.                                                00038600
      *-----------------------*                                         00038700
       1200-LOAD-DOC-TABLE-END.                                         00038800
      *-----------------------*                                         00038900
           EXIT.                                                        00039000
                                                                        00039100
      *-----------------------*                                         00039200
       1300-LOAD-PMS-TABLE.                                             00039300
      *-----------------------*                                         00039400
           READ PAYMSTR                                                 00039500
           END-READ.                                                    00039600
                                                                        00039700
           EVALUATE TRUE                                                00039800
             WHEN WS-PMS-FS = '00'                                      00039900
               IF WS-PMS-COUNT < WS-PMS-MAX                             00040000
                  ADD 1 TO WS-PMS-COUNT                                 00040100
                  SET PMS-IDX TO WS-PMS-COUNT                           00040200
                  MOVE PAY-CODE TO WS-PMS-TAB-CODE (PMS-IDX)            00040300
               ELSE                                                     00040400
                  DISPLAY 'PAYER TABLE FULL - ENTRY DROPPED: '          00040500
                     PAY-CODE                                           00040600
               END-IF                                                   00040700
             WHEN WS-PMS-FS = '10'                                      00040800
               SET WS-PMS-EOF TO TRUE                                   00040900
             WHEN OTHER                                                 00041000
      D        DISPLAY "ERROR READ FILE PAYMSTR !!!: " WS-PMS-FS        00041100
               PERFORM 9999-ABEND                                       00041200
                  THRU 9999-ABEND-END                                   00041300
           END-EVALUATE.                                                00041400
      *-----------------------*                                         00041500
       1300-LOAD-PMS-TABLE-END.                                         00041600
      *-----------------------*                                         00041700
           EXIT.                                                        00041800
                                                                        00041900
      *-----------------------*                                         00042000
       5000-APPLY-TRANSACTION.                                          00042100
      *-----------------------*                                         00042200
      D    DISPLAY "TRANSACTION: " WS-REC-ENX.                          00042300
                                                                        00042400
           EVALUATE ENX-ACTION                                          00042500
             WHEN 'A'                                                   00042600
               PERFORM 5100-ADD-ENROLLMENT                              00042700
                  THRU 5100-ADD-ENROLLMENT-END                          00042800
             WHEN 'E'                                                   00042900
               PERFORM 5200-END-ENROLLMENT                              00043000
                  THRU 5200-END-ENROLLMENT-END                          00043100
             WHEN OTHER                                                 00043200
               MOVE 'UNKNOWN ACTION CODE' TO ERJ-REASON                 00043300
               PERFORM 5900-WRITE-REJECT                                00043400
                  THRU 5900-WRITE-REJECT-END                            00043500
           END-EVALUATE.                                                00043600
                                                                        00043700
           IF NOT WS-ENX-EOF                                            00043800
              PERFORM 8100-READ-ENX                                     00043900
                 THRU 8100-READ-ENX-END                                 00044000
           END-IF.                                                      00044100
      *-----------------------*                                         00044200
       5000-APPLY-TRANSACTION-END.                                      00044300
      *-----------------------*                                         00044400
           EXIT.                                                        00044500
                                                                        00044600
      *-----------------------*                                         00044700
       5100-ADD-ENROLLMENT.                                             00044800
      *-----------------------*                                         00044900
           MOVE 'N' TO WS-DOC-FOUND.                                    00045000
           PERFORM 5400-DOCTOR-LOOKUP                                   00045100
              THRU 5400-DOCTOR-LOOKUP-END                               00045200
              VARYING DOC-IDX FROM 1 BY 1                               00045300
              UNTIL DOC-IDX > WS-DOC-COUNT                              00045400
                 OR WS-DOC-HIT.                                         00045500
           IF NOT WS-DOC-HIT                                            00045600
              MOVE 'DOC-CODE NOT ON DOCTOR MASTER' TO ERJ-REASON        00045700
              PERFORM 5900-WRITE-REJECT                                 00045800
                 THRU 5900-WRITE-REJECT-END                             00045900
              GO TO 5100-ADD-ENROLLMENT-END                             00046000
           END-IF.                                                      00046100
           MOVE 'N' TO WS-PMS-FOUND.                                    00046200
           PERFORM 5450-PAYER-LOOKUP                                    00046300
              THRU 5450-PAYER-LOOKUP-END                                00046400
              VARYING PMS-IDX FROM 1 BY 1                               00046500
              UNTIL PMS-IDX > WS-PMS-COUNT                              00046600
                 OR WS-PMS-HIT.                                         00046700
           IF NOT WS-PMS-HIT                                            00046800
              MOVE 'PAYERCD NOT ON PAYER MASTER' TO ERJ-REASON          00046900
              PERFORM 5900-WRITE-REJECT                                 00047000
                 THRU 5900-WRITE-REJECT-END                             00047100
              GO TO 5100-ADD-ENROLLMENT-END                             00047200
           END-IF.                                                      00047300
           IF ENX-EFFDATE NOT NUMERIC                                   00047400
              MOVE 'EFFECTIVE DATE INVALID' TO ERJ-REASON               00047500
              PERFORM 5900-WRITE-REJECT                                 00047600
                 THRU 5900-WRITE-REJECT-END                             00047700
              GO TO 5100-ADD-ENROLLMENT-END                             00047800
           END-IF.                                                      00047900
           IF ENX-ENDDATE NOT = SPACE                                   00048000
              AND (ENX-ENDDATE NOT NUMERIC                              00048100
                   OR ENX-ENDDATE < ENX-EFFDATE)                        00048200
              MOVE 'END DATE INVALID' TO ERJ-REASON                     00048300
              PERFORM 5900-WRITE-REJECT                                 00048400
                 THRU 5900-WRITE-REJECT-END                             00048500
              GO TO 5100-ADD-ENROLLMENT-END                             00048600
           END-IF.                                                      00048700
      *    a full table is refused before the open row is ended,        00048800
      *    so a rejected enrollment leaves the file as it was           00048900
           IF WS-ENR-COUNT NOT < WS-ENR-MAX                             00049000
              MOVE 'ENROLLMENT FILE FULL' TO ERJ-REASON                 00049100
              PERFORM 5900-WRITE-REJECT                                 00049200
                 THRU 5900-WRITE-REJECT-END                             00049300
              GO TO 5100-ADD-ENROLLMENT-END                             00049400
           END-IF.                                                      00049500
                                                                        00049600
      *    the previous open enrollment of the same doctor and          00049700
      *    payer ends the day before the new one takes effect           00049800
           PERFORM 5300-FIND-ACTIVE-ENROLLMENT                          00049900
              THRU 5300-FIND-ACTIVE-ENROLLMENT-END.                     00050000
           IF WS-ENR-HIT                                                00050100
              SET ENR-IDX TO WS-ENR-HIT-SUB                             00050200
              IF WS-ENR-TAB-EFFDATE (ENR-IDX) NOT < ENX-EFFDATE         00050300
                 MOVE 'NEW ENROLLMENT NOT AFTER CURRENT' TO ERJ-REASON  00050400
                 PERFORM 5900-WRITE-REJECT                              00050500
                    THRU 5900-WRITE-REJECT-END                          00050600
                 GO TO 5100-ADD-ENROLLMENT-END                          00050700
              END-IF                                                    00050800
              MOVE ENX-EFFDATE TO WS-PRIOR-ENDDATE                      00050900
      *       a compare floor only, so it need not land on a            00051000
      *       calendar day - the PBCHARG cutoff trick                   00051100
              SUBTRACT 1 FROM WS-PRIOR-ENDDATE-N                        00051200
              MOVE WS-PRIOR-ENDDATE                                     00051300
                 TO WS-ENR-TAB-ENDDATE (ENR-IDX)                        00051400
              MOVE 'END    ' TO RPT-C-ACTION                            00051500
              PERFORM 5800-WRITE-AUDIT-LINE                             00051600
                 THRU 5800-WRITE-AUDIT-LINE-END                         00051700
              ADD 1 TO WS-NO-ENDED                                      00051800
           END-IF.                                                      00051900
                                                                        00052000
           ADD 1 TO WS-ENR-COUNT.                                       00052100
           SET ENR-IDX TO WS-ENR-COUNT.                                 00052200
           MOVE ENX-DOC-CODE TO WS-ENR-TAB-DOC-CODE (ENR-IDX).          00052300
           MOVE ENX-PAYERCD  TO WS-ENR-TAB-PAYERCD (ENR-IDX).           00052400
           MOVE ENX-PROVNO   TO WS-ENR-TAB-PROVNO (ENR-IDX).            00052500
           MOVE ENX-EFFDATE  TO WS-ENR-TAB-EFFDATE (ENR-IDX).           00052600
           IF ENX-ENDDATE NUMERIC                                       00052700
              MOVE ENX-ENDDATE TO WS-ENR-TAB-ENDDATE (ENR-IDX)          00052800
           ELSE                                                         00052900
              MOVE '99999999'  TO WS-ENR-TAB-ENDDATE (ENR-IDX)          00053000
           END-IF.                                                      00053100
           MOVE 'ADD    ' TO RPT-C-ACTION.                              00053200
           PERFORM 5800-WRITE-AUDIT-LINE                                00053300
              THRU 5800-WRITE-AUDIT-LINE-END.                           00053400
           ADD 1 TO WS-NO-ADDED.                                        00053500
           DISPLAY 'ENROLLMENT ADDED: ' ENX-DOC-CODE ' '                00053600
              ENX-PAYERCD ' EFFECTIVE ' ENX-EFFDATE.                    00053700
      *-----------------------*                                         00053800
       5100-ADD-ENROLLMENT-END.                                         00053900
      *-----------------------*                                         00054000
           EXIT.                                                        00054100
                                                                        00054200
      *-----------------------*                                         00054300
       5200-END-ENROLLMENT.                                             00054400
      *-----------------------*                                         00054500
           IF ENX-ENDDATE NOT NUMERIC                                   00054600
              MOVE 'END DATE INVALID' TO ERJ-REASON                     00054700
              PERFORM 5900-WRITE-REJECT                                 00054800
                 THRU 5900-WRITE-REJECT-END                             00054900
              GO TO 5200-END-ENROLLMENT-END                             00055000
           END-IF.                                                      00055100
                                                                        00055200
           PERFORM 5300-FIND-ACTIVE-ENROLLMENT                          00055300
              THRU 5300-FIND-ACTIVE-ENROLLMENT-END.                     00055400
           IF NOT WS-ENR-HIT                                            00055500
              MOVE 'NO OPEN ENROLLMENT TO END' TO ERJ-REASON            00055600
              PERFORM 5900-WRITE-REJECT                                 00055700
                 THRU 5900-WRITE-REJECT-END                             00055800
              GO TO 5200-END-ENROLLMENT-END                             00055900
           END-IF.                                                      00056000
                                                                        00056100
           SET ENR-IDX TO WS-ENR-HIT-SUB.                               00056200
           IF ENX-ENDDATE < WS-ENR-TAB-EFFDATE (ENR-IDX)                00056300
              MOVE 'END DATE BEFORE EFFECTIVE DATE' TO ERJ-REASON       00056400
              PERFORM 5900-WRITE-REJECT                                 00056500
                 THRU 5900-WRITE-REJECT-END                             00056600
              GO TO 5200-END-ENROLLMENT-END                             00056700
           END-IF.                                                      00056800
           MOVE ENX-ENDDATE TO WS-ENR-TAB-ENDDATE (ENR-IDX).            00056900
           MOVE 'END    ' TO RPT-C-ACTION.                              00057000
           PERFORM 5800-WRITE-AUDIT-LINE                                00057100
              THRU 5800-WRITE-AUDIT-LINE-END.                           00057200
           ADD 1 TO WS-NO-ENDED.                                        00057300
           DISPLAY 'ENROLLMENT ENDED: ' ENX-DOC-CODE ' ' ENX-PAYERCD    00057400
              ' ON ' ENX-ENDDATE.                                       00057500
      *-----------------------*                                         00057600
       5200-END-ENROLLMENT-END.                                         00057700
      *-----------------------*                                         00057800
           EXIT.                                                        00057900
                                                                        00058000
      *-----------------------*                                         00058100
       5300-FIND-ACTIVE-ENROLLMENT.                                     00058200
      *-----------------------*                                         00058300
      *    the active enrollment is the open-ended row of the           00058400
      *    doctor and payer                                             00058500
           MOVE 'N' TO WS-ENR-FOUND.                                    00058600
           PERFORM 5310-ACTIVE-LOOKUP                                   00058700
              THRU 5310-ACTIVE-LOOKUP-END                               00058800
              VARYING ENR-IDX FROM 1 BY 1                               00058900
              UNTIL ENR-IDX > WS-ENR-COUNT                              00059000
                 OR WS-ENR-HIT.                                         00059100
      *-----------------------*                                         00059200
       5300-FIND-ACTIVE-ENROLLMENT-END.                                 00059300
      *-----------------------*                                         00059400
           EXIT.                                                        00059500
                                                                        00059600
      *-----------------------*                                         00059700
       5310-ACTIVE-LOOKUP.                                              00059800
      *-----------------------*                                         00059900
           IF WS-ENR-TAB-DOC-CODE (ENR-IDX) = ENX-DOC-CODE              00060000
              AND WS-ENR-TAB-PAYERCD (ENR-IDX) = ENX-PAYERCD            00060100
              AND WS-ENR-TAB-ENDDATE (ENR-IDX) = '99999999'             00060200
              MOVE 'Y' TO WS-ENR-FOUND                                  00060300
              SET WS-ENR-HIT-SUB TO ENR-IDX                             00060400
           END-IF.                                                      00060500
      *-----------------------*                                         00060600
       5310-ACTIVE-LOOKUP-END.                                          00060700
      *-----------------------*                                         00060800
           EXIT.                                                        00060900
                                                                        00061000
      *-----------------------*                                         00061100
       5400-DOCTOR-LOOKUP.                                              00061200
      *-----------------------*                                         00061300
           IF WS-DOC-TAB-CODE (DOC-IDX) = ENX-DOC-CODE                  00061400
              MOVE 'Y' TO WS-DOC-FOUND                                  00061500
           END-IF.                                                      00061600
      *-----------------------*                                         00061700
       5400-DOCTOR-LOOKUP-END.                                          00061800
      *-----------------------*                                         00061900
           EXIT.                                                        00062000
                                                                        00062100
      *-----------------------*                                         00062200
       5450-PAYER-LOOKUP.                                               00062300
      *-----------------------*                                         00062400
           IF WS-PMS-TAB-CODE (PMS-IDX) = ENX-PAYERCD                   00062500
              MOVE 'Y' TO WS-PMS-FOUND                                  00062600
           END-IF.                                                      00062700
      *-----------------------*                                         00062800
       5450-PAYER-LOOKUP-END.                                           00062900
      *-----------------------*                                         00063000
           EXIT.                                                        00063100
                                                                        00063200
      *-----------------------*                                         00063300
       5800-WRITE-AUDIT-LINE.                                           00063400
      *-----------------------*                                         00063500
      *    the changed row as it now stands, action first               00063600
           MOVE WS-ENR-TAB-DOC-CODE (ENR-IDX) TO RPT-C-DOC-CODE.        00063700
           MOVE WS-ENR-TAB-PAYERCD (ENR-IDX)  TO RPT-C-PAYERCD.         00063800
           MOVE WS-ENR-TAB-PROVNO (ENR-IDX)   TO RPT-C-PROVNO.          00063900
           MOVE WS-ENR-TAB-EFFDATE (ENR-IDX)  TO RPT-C-EFFDATE.         00064000
           MOVE WS-ENR-TAB-ENDDATE (ENR-IDX)  TO RPT-C-ENDDATE.         00064100
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00064200
              AFTER ADVANCING 1 LINE.                                   00064300
      *-----------------------*                                         00064400
       5800-WRITE-AUDIT-LINE-END.                                       00064500
      *-----------------------*                                         00064600
           EXIT.                                                        00064700
                                                                        00064800
      *-----------------------*                                         00064900
       5900-WRITE-REJECT.                                               00065000
      *-----------------------*                                         00065100
           DISPLAY 'TRANSACTION REJECTED: ' ERJ-REASON.                 00065200
           MOVE ENX-ACTION   TO ERJ-ACTION.                             00065300
           MOVE ENX-DOC-CODE TO ERJ-DOC-CODE.                           00065400
           MOVE ENX-PAYERCD  TO ERJ-PAYERCD.                            00065500
           WRITE EREJ-OUT-REC.                                          00065600
           ADD 1 TO WS-NO-REJECTS.                                      00065700
      *-----------------------*                                         00065800
       5900-WRITE-REJECT-END.                                           00065900
      *-----------------------*                                         00066000
           EXIT.                                                        00066100
                                                                        00066200
      *-----------------------*                                         00066300
       6000-REWRITE-ENROLLMENTS.                                        00066400
      *-----------------------*                                         00066500
           SET ENR-IDX TO WS-ENR-SUB.                                   00066600
           MOVE SPACE                         TO ENR-REC.               00066700
           MOVE WS-ENR-TAB-DOC-CODE (ENR-IDX) TO ENR-DOC-CODE.          00066800
           MOVE WS-ENR-TAB-PAYERCD (ENR-IDX)  TO ENR-PAYERCD.           00066900
           MOVE WS-ENR-TAB-PROVNO (ENR-IDX)   TO ENR-PROVNO.            00067000
           MOVE WS-ENR-TAB-EFFDATE (ENR-IDX)  TO ENR-EFFDATE.           00067100
           MOVE WS-ENR-TAB-ENDDATE (ENR-IDX)  TO ENR-ENDDATE.           00067200
           WRITE ENR-OUT-REC FROM ENR-REC.                              00067300
      *-----------------------*                                         00067400
       6000-REWRITE-ENROLLMENTS-END.                                    00067500
      *-----------------------*                                         00067600
           EXIT.                                                        00067700
                                                                        00067800
      *---------------*                                                 00067900
       8100-READ-ENX.                                                   00068000
      *---------------*                                                 00068100
                                                                        00068200
           INITIALIZE WS-REC-ENX.                                       00068300
                                                                        00068400
           READ ENRX-IN INTO WS-REC-ENX                                 00068500
           END-READ.                                                    00068600
                                                                        00068700
           EVALUATE TRUE                                                00068800
                                                                        00068900
             WHEN WS-ENX-FS = '00'                                      00069000
               ADD 1 TO WS-NO-READ-ENX                                  00069100
      D        DISPLAY "READ FILE OK: " WS-REC-ENX                      00069200
               CONTINUE                                                 00069300
             WHEN WS-ENX-FS = '10'                                      00069400
               SET WS-ENX-EOF TO TRUE                                   00069500
      D        DISPLAY "WS-ENX-END-OF-FILE " WS-ENX-END-OF-FILE         00069600
             WHEN OTHER                                                 00069700
      D        DISPLAY "ERROR READ FILE ENRTIN !!!: " WS-ENX-FS         00069800
               PERFORM 9999-ABEND                                       00069900
                  THRU 9999-ABEND-END                                   00070000
                                                                        00070100
           END-EVALUATE.                                                00070200
                                                                        00070300
      *-------------------*                                             00070400
       8100-READ-ENX-END.                                               00070500
      *-------------------*                                             00070600
           EXIT.                                                        00070700
      *-------------------*                                             00070800
       9999-ABEND.                                                      00070900
      *-------------------*                                             00071000
      D    DISPLAY "WE ARE IN ABEND".                                   00071100
      *    WE FORCE AN ABEND                                            00071200
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00071300
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00071400
           GOBACK.                                                      00071500
      *-------------------*                                             00071600
       9999-ABEND-END.                                                  00071700
      *-------------------*                                             00071800
           EXIT.                                                        00071900
