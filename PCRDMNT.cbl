      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PCRDMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance du fichier de credentialisation des            00000900
      *      medecins (CREDFILE, cle DOC-CODE: numero de permis,        00001000
      *      region emettrice et date d'expiration du permis, lu        00001100
      *      par PAPPTMNT et PCRDEXP). Lit les transactions             00001200
      *      CRDTIN: A=ajouter le permis d'un medecin, R=renouveler     00001300
      *      (nouvelle expiration plus tardive, nouveau numero          00001400
      *      permis si fourni), C=corriger numero, region ou            00001500
      *      expiration, X=retirer (statut X, la ligne reste au         00001600
      *      fichier pour l'historique). Le DOC-CODE doit exister       00001700
      *      au maitre DOCMSTR et chaque changement sort sur le         00001800
      *      journal CRDRPT.                                            00001900
      *                                                                 00002000
      * Fichier entree: CREDIN, permis courants                         00002100
      * Fichier entree: CRDTIN, transactions de permis                  00002200
      * Fichier entree: DOCMSTR, maitre des medecins                    00002300
      * Fichier sortie: CREDOUT, nouveaux permis                        00002400
      * Fichier sortie: CRDRPT, journal des changements                 00002500
      * Fichier sortie: CRDREJ, transactions refusees                   00002600
      *----------------------------------------------------------*      00002700
      *--------------------*                                            00002800
       ENVIRONMENT DIVISION.                                            00002900
      *--------------------*                                            00003000
       CONFIGURATION SECTION.                                           00003100
       OBJECT-COMPUTER.                                                 00003200
       SOURCE-COMPUTER.                                                 00003300
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003400
       INPUT-OUTPUT SECTION.                                            00003500
       FILE-CONTROL.                                                    00003600
           SELECT CRD-IN ASSIGN TO CREDIN                               00003700
           ORGANIZATION IS SEQUENTIAL                                   00003800
           FILE STATUS IS WS-CRD-FS.                                    00003900
           SELECT CRDX-IN ASSIGN TO CRDTIN                              00004000
           ORGANIZATION IS SEQUENTIAL                                   00004100
           FILE STATUS IS WS-CDX-FS.                                    00004200
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004300
           ORGANIZATION IS SEQUENTIAL                                   00004400
           FILE STATUS IS WS-DOC-FS.                                    00004500
           SELECT CRD-OUT ASSIGN TO CREDOUT                             00004600
           ORGANIZATION IS SEQUENTIAL                                   00004700
           FILE STATUS IS WS-CRDO-FS.                                   00004800
           SELECT RPT01-OUT ASSIGN TO CRDRPT                            00004900
           ORGANIZATION IS LINE SEQUENTIAL                              00005000
           FILE STATUS IS WS-RPT01-FS.                                  00005100
           SELECT DREJ-OUT ASSIGN TO CRDREJ                             00005200
           ORGANIZATION IS SEQUENTIAL                                   00005300
           FILE STATUS IS WS-DREJ-FS.                                   00005400
      *----------------*                                                00005500
       DATA DIVISION.                                                   00005600
      *----------------*                                                00005700
       FILE SECTION.                                                    00005800
                                                                        00005900
      *    permis d'exercice par DOC-CODE; statut A=actif, X=retire     00006000
       FD  CRD-IN RECORDING MODE F.                                     00006100
       01  CRD-REC.                                                     00006200
           05 CRD-DOC-CODE              PIC X(08).                      00006300
           05 CRD-LICENSE-NO            PIC X(15).                      00006400
           05 CRD-LIC-REGION            PIC X(02).                      00006500
           05 CRD-LIC-EXPDATE           PIC X(08).                      00006600
           05 CRD-STATUS                PIC X(01).                      00006700
           05 FILLER                    PIC X(46).                      00006800
                                                                        00006900
       FD  CRDX-IN RECORDING MODE F.                                    00007000
       01  CRDX-IN-DATA                 PIC X(80).                      00007100
                                                                        00007200
      *    doctor master reference file: a license is only taken        00007300
      *    for a DOC-CODE that resolves to a real doctor                00007400
       FD  DOCMSTR RECORDING MODE F.                                    00007500
       01  DOC-MSTR-REC.                                                00007600
           05 DOC-CODE                  PIC X(08).                      00007700
           05 DOC-NAME                  PIC X(20).                      00007800
           05 DOC-SPECIALTY             PIC X(20).                      00007900
           05 DOC-ACTIVE                PIC X(01).                      00008000
           05 FILLER                    PIC X(31).                      00008100
                                                                        00008200
       FD  CRD-OUT RECORDING MODE F.                                    00008300
       01  CRD-OUT-REC                  PIC X(80).                      00008400
                                                                        00008500
       FD  RPT01-OUT RECORDING MODE F.                                  00008600
       01  RPT01-OUT-REC                PIC X(80).                      00008700
                                                                        00008800
       FD  DREJ-OUT RECORDING MODE F.                                   00008900
       01  DREJ-OUT-REC.                                                00009000
           05 DRJ-ACTION       PIC X(01).                               00009100
           05 FILLER           PIC X(01) VALUE SPACE.                   00009200
           05 DRJ-DOC-CODE     PIC X(08).                               00009300
           05 FILLER           PIC X(01) VALUE SPACE.                   00009400
           05 DRJ-LICENSE-NO   PIC X(15).                               00009500
           05 FILLER           PIC X(01) VALUE SPACE.                   00009600
           05 DRJ-REASON       PIC X(30).                               00009700
           05 FILLER           PIC X(23).                               00009800
                                                                        00009900
      *-----------------------*                                         00010000
       WORKING-STORAGE SECTION.                                         00010100
      *-----------------------*                                         00010200
       01 WS-FILE-STATUS.                                               00010300
          05 WS-CRD-FS                 PIC X(2).                        00010400
          05 WS-CDX-FS                 PIC X(2).                        00010500
          05 WS-DOC-FS                 PIC X(2).                        00010600
          05 WS-CRDO-FS                PIC X(2).                        00010700
          05 WS-RPT01-FS               PIC X(2).                        00010800
          05 WS-DREJ-FS                PIC X(2).                        00010900
                                                                        00011000
       01 WS-CRD-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011100
          88 WS-CRD-EOF                 VALUE 'TRUE'.                   00011200
       01 WS-CDX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011300
          88 WS-CDX-EOF                 VALUE 'TRUE'.                   00011400
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011500
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00011600
                                                                        00011700
       01 WS-COUNTERS.                                                  00011800
           05 WS-NO-READ-CDX               PIC 9(8).                    00011900
           05 WS-NO-ADDED                  PIC 9(8).                    00012000
           05 WS-NO-RENEWED                PIC 9(8).                    00012100
           05 WS-NO-CHANGED                PIC 9(8).                    00012200
           05 WS-NO-REMOVED                PIC 9(8).                    00012300
           05 WS-NO-REJECTS                PIC 9(8).                    00012400
                                                                        00012500
      *    une transaction de permis par enregistrement                 00012600
       01 WS-REC-CDX.                                                   00012700
          05 CDX-ACTION                PIC X(01).                       00012800
          05 FILLER                    PIC X(01).                       00012900
          05 CDX-DOC-CODE              PIC X(08).                       00013000
          05 FILLER                    PIC X(01).                       00013100
          05 CDX-LICENSE-NO            PIC X(15).                       00013200
          05 FILLER                    PIC X(01).                       00013300
          05 CDX-LIC-REGION            PIC X(02).                       00013400
          05 FILLER                    PIC X(01).                       00013500
          05 CDX-LIC-EXPDATE           PIC X(08).                       00013600
          05 FILLER                    PIC X(42).                       00013700
                                                                        00013800
      *    les permis charges en table, mis a jour puis recrits         00013900
       01 WS-CRD-TABLE.                                                 00014000
          05 WS-CRD-MAX         PIC 9(03) COMP VALUE 200.               00014100
          05 WS-CRD-COUNT       PIC 9(03) COMP VALUE 0.                 00014200
          05 WS-CRD-ENTRY OCCURS 200 TIMES INDEXED BY CRD-IDX.          00014300
             10 WS-CRD-TAB-DOC-CODE   PIC X(08).                        00014400
             10 WS-CRD-TAB-LICENSE-NO PIC X(15).                        00014500
             10 WS-CRD-TAB-LIC-REGION PIC X(02).                        00014600
             10 WS-CRD-TAB-EXPDATE    PIC X(08).                        00014700
             10 WS-CRD-TAB-STATUS     PIC X(01).                        00014800
                                                                        00014900
       01 WS-CRD-FOUND                  PIC X(01) VALUE 'N'.            00015000
          88 WS-CRD-HIT                 VALUE 'Y'.                      00015100
       01 WS-CRD-HIT-SUB                PIC 9(03) COMP VALUE 0.         00015200
       01 WS-CRD-SUB                    PIC 9(03) COMP VALUE 0.         00015300
                                                                        00015400
      * doctor master loaded in table at start of run                   00015500
       01 WS-DOC-TABLE.                                                 00015600
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00015700
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00015800
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00015900
             10 WS-DOC-TAB-CODE    PIC X(08).                           00016000
       01 WS-DOC-FOUND                 PIC X(01) VALUE 'N'.             00016100
          88 WS-DOC-HIT                VALUE 'Y'.                       00016200
                                                                        00016300
      *    l'expiration avant le changement, portee au journal          00016400
       01 WS-OLD-EXPDATE                PIC X(08).                      00016500
                                                                        00016600
       01 RPT-HEADER-1.                                                 00016700
           05 FILLER           PIC X(33) VALUE                          00016800
                'DOCTOR LICENSE CHANGE JOURNAL    '.                    00016900
           05 FILLER           PIC X(47) VALUE SPACE.                   00017000
                                                                        00017100
       01 RPT-CHANGE-LINE.                                              00017200
           05 RPT-C-ACTION     PIC X(07).                               00017300
           05 FILLER           PIC X(01) VALUE SPACE.                   00017400
           05 RPT-C-DOC-CODE   PIC X(08).                               00017500
           05 FILLER           PIC X(01) VALUE SPACE.                   00017600
           05 RPT-C-LICENSE-NO PIC X(15).                               00017700
           05 FILLER           PIC X(01) VALUE SPACE.                   00017800
           05 RPT-C-LIC-REGION PIC X(02).                               00017900
           05 FILLER           PIC X(01) VALUE SPACE.                   00018000
           05 RPT-C-OLD-EXPDATE PIC X(08).                              00018100
           05 FILLER           PIC X(01) VALUE SPACE.                   00018200
           05 RPT-C-EXPDATE    PIC X(08).                               00018300
           05 FILLER           PIC X(01) VALUE SPACE.                   00018400
           05 RPT-C-STATUS     PIC X(01).                               00018500
           05 FILLER           PIC X(25) VALUE SPACE.                   00018600
                                                                        00018700
      *-----------------------*                                         00018800
       PROCEDURE DIVISION.                                              00018900
      *-----------------------*                                         00019000
                                                                        00019100
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00019200
                                                                        00019300
           PERFORM 1000-INIT                                            00019400
              THRU 1000-INIT-END.                                       00019500
                                                                        00019600
           DISPLAY '1_____APPLY LICENSE TRANSACTIONS'.                  00019700
           PERFORM 5000-APPLY-TRANSACTION                               00019800
              THRU 5000-APPLY-TRANSACTION-END                           00019900
              UNTIL WS-CDX-EOF.                                         00020000
                                                                        00020100
           DISPLAY '2_____REWRITE THE CREDENTIAL FILE'.                 00020200
           PERFORM 6000-REWRITE-CREDENTIALS                             00020300
              THRU 6000-REWRITE-CREDENTIALS-END                         00020400
              VARYING WS-CRD-SUB FROM 1 BY 1                            00020500
              UNTIL WS-CRD-SUB > WS-CRD-COUNT.                          00020600
                                                                        00020700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00020800
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-CDX.                00020900
           DISPLAY 'LICENSES ADDED   : ' WS-NO-ADDED.                   00021000
           DISPLAY 'LICENSES RENEWED : ' WS-NO-RENEWED.                 00021100
           DISPLAY 'LICENSES CHANGED : ' WS-NO-CHANGED.                 00021200
           DISPLAY 'LICENSES REMOVED : ' WS-NO-REMOVED.                 00021300
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00021400
           CLOSE CRD-OUT.                                               00021500
           CLOSE RPT01-OUT.                                             00021600
           CLOSE DREJ-OUT.                                              00021700
                                                                        00021800
           IF WS-NO-REJECTS > 0                                         00021900
              MOVE 4 TO RETURN-CODE                                     00022000
           END-IF.                                                      00022100
                                                                        00022200
           GOBACK.                                                      00022300
                                                                        00022400
      *------------*                                                    00022500
       1000-INIT.                                                       00022600
      *------------*                                                    00022700
           DISPLAY "***** INIT PROCESS *****".                          00022800
                                                                        00022900
           MOVE SPACE TO WS-FILE-STATUS.                                00023000
           MOVE ZEROES TO WS-COUNTERS.                                  00023100
                                                                        00023200
      *    load the current licenses; an empty or missing file          00023300
      *    is a valid first load                                        00023400
           OPEN INPUT CRD-IN.                                           00023500
           IF WS-CRD-FS = '00'                                          00023600
              PERFORM 1100-LOAD-CRD-TABLE                               00023700
                 THRU 1100-LOAD-CRD-TABLE-END                           00023800
                 UNTIL WS-CRD-EOF                                       00023900
              CLOSE CRD-IN                                              00024000
           ELSE                                                         00024100
              DISPLAY 'CREDIN NOT AVAILABLE - STARTING EMPTY'           00024200
           END-IF.                                                      00024300
           DISPLAY 'CREDENTIAL ENTRIES LOADED: ' WS-CRD-COUNT.          00024400
                                                                        00024500
      *    load the doctor master into its table                        00024600
           OPEN INPUT DOCMSTR.                                          00024700
           IF WS-DOC-FS = '00'                                          00024800
              PERFORM 1200-LOAD-DOC-TABLE                               00024900
                 THRU 1200-LOAD-DOC-TABLE-END                           00025000
                 UNTIL WS-DOC-EOF                                       00025100
              CLOSE DOCMSTR                                             00025200
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00025300
           ELSE                                                         00025400
              DISPLAY 'DOCMSTR NOT AVAILABLE: ' WS-DOC-FS               00025500
              PERFORM 9999-ABEND                                        00025600
                 THRU 9999-ABEND-END                                    00025700
           END-IF.                                                      00025800
                                                                        00025900
           OPEN INPUT CRDX-IN.                                          00026000
           IF WS-CDX-FS NOT = "00"                                      00026100
      D      DISPLAY "ERROR OPEN FILE CRDTIN: " WS-CDX-FS               00026200
             PERFORM 9999-ABEND                                         00026300
                THRU 9999-ABEND-END                                     00026400
           END-IF.                                                      00026500
                                                                        00026600
           OPEN OUTPUT CRD-OUT.                                         00026700
           OPEN OUTPUT DREJ-OUT.                                        00026800
           OPEN OUTPUT RPT01-OUT.                                       00026900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00027000
                                                                        00027100
      *    first read of the transaction file                           00027200
           PERFORM 8100-READ-CDX                                        00027300
              THRU 8100-READ-CDX-END.                                   00027400
                                                                        00027500
           DISPLAY "***** FIN INIT PROCESS *****".                      00027600
                                                                        00027700
      *----------------*                                                00027800
       1000-INIT-END.                                                   00027900
      *----------------*                                                00028000
           EXIT.                                                        00028100
                                                                        00028200
      *-----------------------*                                         00028300
       1100-LOAD-CRD-TABLE.                                             00028400
      *-----------------------*                                         00028500
           READ CRD-IN                                                  00028600
           END-READ.                                                    00028700
                                                                        00028800
           EVALUATE TRUE                                                00028900
             WHEN WS-CRD-FS = '00'                                      00029000
               IF WS-CRD-COUNT < WS-CRD-MAX                             00029100
                  ADD 1 TO WS-CRD-COUNT                                 00029200
                  SET CRD-IDX TO WS-CRD-COUNT                           00029300
                  MOVE CRD-DOC-CODE    TO WS-CRD-TAB-DOC-CODE (CRD-IDX) 00029400
                  MOVE CRD-LICENSE-NO                                   00029500
                     TO WS-CRD-TAB-LICENSE-NO (CRD-IDX)                 00029600
                  MOVE CRD-LIC-REGION                                   00029700
                     TO WS-CRD-TAB-LIC-REGION (CRD-IDX)                 00029800
                  MOVE CRD-LIC-EXPDATE TO WS-CRD-TAB-EXPDATE (CRD-IDX)  00029900
                  MOVE CRD-STATUS      TO WS-CRD-TAB-STATUS (CRD-IDX)   00030000
               ELSE                                                     00030100
      *           a dropped row is a license deleted on rewrite,        00030200
      *           so stop instead                                       00030300
                  DISPLAY 'CREDENTIAL TABLE FULL - RUN STOPPED: '       00030400
                     CRD-DOC-CODE                                       00030500
                  MOVE 16 TO RETURN-CODE                                00030600
                  PERFORM 9999-ABEND                                    00030700
                     THRU 9999-ABEND-END                                00030800
               END-IF                                                   00030900
             WHEN WS-CRD-FS = '10'                                      00031000
               SET WS-CRD-EOF TO TRUE                                   00031100
             WHEN OTHER                                                 00031200
      D        DISPLAY "ERROR READ FILE CREDIN !!!: " WS-CRD-FS         00031300
               PERFORM 9999-ABEND                                       00031400
                  THRU 9999-ABEND-END                                   00031500
           END-EVALUATE.                                                00031600
      *-----------------------*                                         00031700
       1100-LOAD-CRD-TABLE-END.                                         00031800
      *-----------------------*                                         00031900
           EXIT.                                                        00032000
                                                                        00032100
      *-----------------------*                                         00032200
       1200-LOAD-DOC-TABLE.                                             00032300
      *-----------------------*                                         00032400
           READ DOCMSTR                                                 00032500
           END-READ.                                                    00032600
                                                                        00032700
           EVALUATE TRUE                                                00032800
             WHEN WS-DOC-FS = '00'                                      00032900
               IF WS-DOC-COUNT < WS-DOC-MAX                             00033000
                  ADD 1 TO WS-DOC-COUNT                                 00033100
                  SET DOC-IDX TO WS-DOC-COUNT                           00033200
                  MOVE DOC-CODE TO WS-DOC-TAB-CODE (DOC-IDX)            00033300
               ELSE                                                     00033400
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00033500
                     DOC-CODE                                           00033600
               END-IF                                                   00033700
             WHEN WS-DOC-FS = '10'                                      00033800
               SET WS-DOC-EOF TO TRUE                                   00033900
             WHEN OTHER                                                 00034000
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00034100
               PERFORM 9999-ABEND                                       00034200
                  THRU 9999-ABEND-END                                   00034300
           END-EVALUATE.                                                00034400
      *-----------------------*                                         00034500
       1200-LOAD-DOC-TABLE-END.                                         00034600
      *-----------------------*                                         00034700
           EXIT.                                                        00034800
                                                                        00034900
      *-----------------------*                                         00035000
       5000-APPLY-TRANSACTION.                                          00035100
      *-----------------------*                                         00035200
      D    DISPLAY "TRANSACTION: " WS-REC-CDX.                          00035300
                                                                        00035400
           EVALUATE CDX-ACTION                                          00035500
             WHEN 'A'                                                   00035600
               PERFORM 5100-ADD-LICENSE                                 00035700
                  THRU 5100-ADD-LICENSE-END                             00035800
             WHEN 'R'                                                   00035900
               PERFORM 5200-RENEW-LICENSE                               00036000
                  THRU 5200-RENEW-LICENSE-END                           00036100
             WHEN 'C'                                                   00036200
               PERFORM 5250-CHANGE-LICENSE                              00036300
                  THRU 5250-CHANGE-LICENSE-END                          00036400
             WHEN 'X'                                                   00036500
               PERFORM 5270-REMOVE-LICENSE                              00036600
                  THRU 5270-REMOVE-LICENSE-END                          00036700
             WHEN OTHER                                                 00036800
               MOVE 'UNKNOWN ACTION CODE' TO DRJ-REASON                 00036900
               PERFORM 5900-WRITE-REJECT                                00037000
                  THRU 5900-WRITE-REJECT-END                            00037100
           END-EVALUATE.                                                00037200
                                                                        00037300
           IF NOT WS-CDX-EOF                                            00037400
              PERFORM 8100-READ-CDX                                     00037500
                 THRU 8100-READ-CDX-END                                 00037600
           END-IF.                                                      00037700
      *-----------------------*                                         00037800
       5000-APPLY-TRANSACTION-END.                                      00037900
      *-----------------------*                                         00038000
           EXIT.                                                        00038100
                                                                        00038200
      *-----------------------*                                         00038300
       5100-ADD-LICENSE.                                                00038400
      *-----------------------*                                         00038500
           MOVE 'N' TO WS-DOC-FOUND.                                    00038600
           PERFORM 5400-DOCTOR-LOOKUP                                   00038700
              THRU 5400-DOCTOR-LOOKUP-END                               00038800
              VARYING DOC-IDX FROM 1 BY 1                               00038900
              UNTIL DOC-IDX > WS-DOC-COUNT                              00039000
                 OR WS-DOC-HIT.                                         00039100
           IF NOT WS-DOC-HIT                                            00039200
              MOVE 'DOC-CODE NOT ON DOCTOR MASTER' TO DRJ-REASON        00039300
              PERFORM 5900-WRITE-REJECT                                 00039400
                 THRU 5900-WRITE-REJECT-END                             00039500
              GO TO 5100-ADD-LICENSE-END                                00039600
           END-IF.                                                      00039700
           IF CDX-LICENSE-NO = SPACE                                    00039800
              MOVE 'LICENSE NUMBER IS REQUIRED' TO DRJ-REASON           00039900
              PERFORM 5900-WRITE-REJECT                                 00040000
                 THRU 5900-WRITE-REJECT-END                             00040100
              GO TO 5100-ADD-LICENSE-END                                00040200
           END-IF.                                                      00040300
           IF CDX-LIC-EXPDATE NOT NUMERIC                               00040400
              MOVE 'EXPIRY DATE INVALID' TO DRJ-REASON                  00040500
              PERFORM 5900-WRITE-REJECT                                 00040600
                 THRU 5900-WRITE-REJECT-END                             00040700
              GO TO 5100-ADD-LICENSE-END                                00040800
           END-IF.                                                      00040900
                                                                        00041000
      *    one license row per doctor: a renewal is an R, not a         00041100
      *    second A; a removed doctor comes back through an A           00041200
      *    that reactivates the row in place                            00041300
           PERFORM 5300-FIND-LICENSE                                    00041400
              THRU 5300-FIND-LICENSE-END.                               00041500
           IF WS-CRD-HIT                                                00041600
              SET CRD-IDX TO WS-CRD-HIT-SUB                             00041700
              IF WS-CRD-TAB-STATUS (CRD-IDX) NOT = 'X'                  00041800
                 MOVE 'LICENSE ON FILE - USE R OR C' TO DRJ-REASON      00041900
                 PERFORM 5900-WRITE-REJECT                              00042000
                    THRU 5900-WRITE-REJECT-END                          00042100
                 GO TO 5100-ADD-LICENSE-END                             00042200
              END-IF                                                    00042300
              MOVE WS-CRD-TAB-EXPDATE (CRD-IDX) TO WS-OLD-EXPDATE       00042400
           ELSE                                                         00042500
              IF WS-CRD-COUNT NOT < WS-CRD-MAX                          00042600
                 MOVE 'CREDENTIAL FILE FULL' TO DRJ-REASON              00042700
                 PERFORM 5900-WRITE-REJECT                              00042800
                    THRU 5900-WRITE-REJECT-END                          00042900
                 GO TO 5100-ADD-LICENSE-END                             00043000
              END-IF                                                    00043100
              ADD 1 TO WS-CRD-COUNT                                     00043200
              SET CRD-IDX TO WS-CRD-COUNT                               00043300
              MOVE SPACE TO WS-OLD-EXPDATE                              00043400
           END-IF.                                                      00043500
                                                                        00043600
           MOVE CDX-DOC-CODE    TO WS-CRD-TAB-DOC-CODE (CRD-IDX).       00043700
           MOVE CDX-LICENSE-NO  TO WS-CRD-TAB-LICENSE-NO (CRD-IDX).     00043800
           MOVE CDX-LIC-REGION  TO WS-CRD-TAB-LIC-REGION (CRD-IDX).     00043900
           MOVE CDX-LIC-EXPDATE TO WS-CRD-TAB-EXPDATE (CRD-IDX).        00044000
           MOVE 'A'             TO WS-CRD-TAB-STATUS (CRD-IDX).         00044100
           MOVE 'ADD    ' TO RPT-C-ACTION.                              00044200
           PERFORM 5800-WRITE-AUDIT-LINE                                00044300
              THRU 5800-WRITE-AUDIT-LINE-END.                           00044400
           ADD 1 TO WS-NO-ADDED.                                        00044500
           DISPLAY 'LICENSE ADDED: ' CDX-DOC-CODE ' ' CDX-LICENSE-NO    00044600
              ' EXPIRES ' CDX-LIC-EXPDATE.                              00044700
      *-----------------------*                                         00044800
       5100-ADD-LICENSE-END.                                            00044900
      *-----------------------*                                         00045000
           EXIT.                                                        00045100
                                                                        00045200
      *-----------------------*                                         00045300
       5200-RENEW-LICENSE.                                              00045400
      *-----------------------*                                         00045500
           IF CDX-LIC-EXPDATE NOT NUMERIC                               00045600
              MOVE 'EXPIRY DATE INVALID' TO DRJ-REASON                  00045700
              PERFORM 5900-WRITE-REJECT                                 00045800
                 THRU 5900-WRITE-REJECT-END                             00045900
              GO TO 5200-RENEW-LICENSE-END                              00046000
           END-IF.                                                      00046100
                                                                        00046200
           PERFORM 5300-FIND-LICENSE                                    00046300
              THRU 5300-FIND-LICENSE-END.                               00046400
           IF NOT WS-CRD-HIT                                            00046500
              MOVE 'NO ACTIVE LICENSE TO RENEW' TO DRJ-REASON           00046600
              PERFORM 5900-WRITE-REJECT                                 00046700
                 THRU 5900-WRITE-REJECT-END                             00046800
              GO TO 5200-RENEW-LICENSE-END                              00046900
           END-IF.                                                      00047000
           SET CRD-IDX TO WS-CRD-HIT-SUB.                               00047100
           IF WS-CRD-TAB-STATUS (CRD-IDX) = 'X'                         00047200
              MOVE 'NO ACTIVE LICENSE TO RENEW' TO DRJ-REASON           00047300
              PERFORM 5900-WRITE-REJECT                                 00047400
                 THRU 5900-WRITE-REJECT-END                             00047500
              GO TO 5200-RENEW-LICENSE-END                              00047600
           END-IF.                                                      00047700
           IF CDX-LIC-EXPDATE NOT > WS-CRD-TAB-EXPDATE (CRD-IDX)        00047800
              MOVE 'RENEWAL NOT AFTER CURRENT' TO DRJ-REASON            00047900
              PERFORM 5900-WRITE-REJECT                                 00048000
                 THRU 5900-WRITE-REJECT-END                             00048100
              GO TO 5200-RENEW-LICENSE-END                              00048200
           END-IF.                                                      00048300
                                                                        00048400
      *    a renewal may come with a new license number                 00048500
           MOVE WS-CRD-TAB-EXPDATE (CRD-IDX) TO WS-OLD-EXPDATE.         00048600
           IF CDX-LICENSE-NO NOT = SPACE                                00048700
              MOVE CDX-LICENSE-NO TO WS-CRD-TAB-LICENSE-NO (CRD-IDX)    00048800
           END-IF.                                                      00048900
           MOVE CDX-LIC-EXPDATE TO WS-CRD-TAB-EXPDATE (CRD-IDX).        00049000
           MOVE 'RENEW  ' TO RPT-C-ACTION.                              00049100
           PERFORM 5800-WRITE-AUDIT-LINE                                00049200
              THRU 5800-WRITE-AUDIT-LINE-END.                           00049300
           ADD 1 TO WS-NO-RENEWED.                                      00049400
           DISPLAY 'LICENSE RENEWED: ' CDX-DOC-CODE                     00049500
              ' TO ' CDX-LIC-EXPDATE.                                   00049600
      *-----------------------*                                         00049700
       5200-RENEW-LICENSE-END.                                          00049800
      *-----------------------*                                         00049900
           EXIT.                                                        00050000
                                                                        00050100
      *-----------------------*                                         00050200
       5250-CHANGE-LICENSE.                                             00050300
      *-----------------------*                                         00050400
      *    a correction: only the fields given are replaced             00050500
           PERFORM 5300-FIND-LICENSE                                    00050600
              THRU 5300-FIND-LICENSE-END.                               00050700
           IF NOT WS-CRD-HIT                                            00050800
              MOVE 'NO LICENSE ON FILE' TO DRJ-REASON                   00050900
              PERFORM 5900-WRITE-REJECT                                 00051000
                 THRU 5900-WRITE-REJECT-END                             00051100
              GO TO 5250-CHANGE-LICENSE-END                             00051200
           END-IF.                                                      00051300
           IF CDX-LIC-EXPDATE NOT = SPACE                               00051400
              AND CDX-LIC-EXPDATE NOT NUMERIC                           00051500
              MOVE 'EXPIRY DATE INVALID' TO DRJ-REASON                  00051600
              PERFORM 5900-WRITE-REJECT                                 00051700
                 THRU 5900-WRITE-REJECT-END                             00051800
              GO TO 5250-CHANGE-LICENSE-END                             00051900
           END-IF.                                                      00052000
           IF CDX-LICENSE-NO = SPACE                                    00052100
              AND CDX-LIC-REGION = SPACE                                00052200
              AND CDX-LIC-EXPDATE = SPACE                               00052300
              MOVE 'NOTHING TO CHANGE' TO DRJ-REASON                    00052400
              PERFORM 5900-WRITE-REJECT                                 00052500
                 THRU 5900-WRITE-REJECT-END                             00052600
              GO TO 5250-CHANGE-LICENSE-END                             00052700
           END-IF.                                                      00052800
                                                                        00052900
           SET CRD-IDX TO WS-CRD-HIT-SUB.                               00053000
           MOVE WS-CRD-TAB-EXPDATE (CRD-IDX) TO WS-OLD-EXPDATE.         00053100
           IF CDX-LICENSE-NO NOT = SPACE                                00053200
              MOVE CDX-LICENSE-NO TO WS-CRD-TAB-LICENSE-NO (CRD-IDX)    00053300
           END-IF.                                                      00053400
           IF CDX-LIC-REGION NOT = SPACE                                00053500
              MOVE CDX-LIC-REGION TO WS-CRD-TAB-LIC-REGION (CRD-IDX)    00053600
           END-IF.                                                      00053700
           IF CDX-LIC-EXPDATE NOT = SPACE                               00053800
              MOVE CDX-LIC-EXPDATE TO WS-CRD-TAB-EXPDATE (CRD-IDX)      00053900
           END-IF.                                                      00054000
           MOVE 'CHANGE ' TO RPT-C-ACTION.                              00054100
           PERFORM 5800-WRITE-AUDIT-LINE                                00054200
              THRU 5800-WRITE-AUDIT-LINE-END.                           00054300
           ADD 1 TO WS-NO-CHANGED.                                      00054400
           DISPLAY 'LICENSE CHANGED: ' CDX-DOC-CODE.                    00054500
      *-----------------------*                                         00054600
       5250-CHANGE-LICENSE-END.                                         00054700
      *-----------------------*                                         00054800
           EXIT.                                                        00054900
                                                                        00055000
      *-----------------------*                                         00055100
       5270-REMOVE-LICENSE.                                             00055200
      *-----------------------*                                         00055300
           PERFORM 5300-FIND-LICENSE                                    00055400
              THRU 5300-FIND-LICENSE-END.                               00055500
           IF NOT WS-CRD-HIT                                            00055600
              MOVE 'NO LICENSE ON FILE' TO DRJ-REASON                   00055700
              PERFORM 5900-WRITE-REJECT                                 00055800
                 THRU 5900-WRITE-REJECT-END                             00055900
              GO TO 5270-REMOVE-LICENSE-END                             00056000
           END-IF.                                                      00056100
           SET CRD-IDX TO WS-CRD-HIT-SUB.                               00056200
           IF WS-CRD-TAB-STATUS (CRD-IDX) = 'X'                         00056300
              MOVE 'LICENSE ALREADY REMOVED' TO DRJ-REASON              00056400
              PERFORM 5900-WRITE-REJECT                                 00056500
                 THRU 5900-WRITE-REJECT-END                             00056600
              GO TO 5270-REMOVE-LICENSE-END                             00056700
           END-IF.                                                      00056800
                                                                        00056900
           MOVE WS-CRD-TAB-EXPDATE (CRD-IDX) TO WS-OLD-EXPDATE.         00057000
           MOVE 'X' TO WS-CRD-TAB-STATUS (CRD-IDX).                     00057100
           MOVE 'REMOVE ' TO RPT-C-ACTION.                              00057200
           PERFORM 5800-WRITE-AUDIT-LINE                                00057300
              THRU 5800-WRITE-AUDIT-LINE-END.                           00057400
           ADD 1 TO WS-NO-REMOVED.                                      00057500
           DISPLAY 'LICENSE REMOVED: ' CDX-DOC-CODE.                    00057600
      *-----------------------*                                         00057700
       5270-REMOVE-LICENSE-END.                                         00057800
      *-----------------------*                                         00057900
           EXIT.                                                        00058000
                                                                        00058100
      *-----------------------*                                         00058200
       5300-FIND-LICENSE.                                               00058300
      *-----------------------*                                         00058400
           MOVE 'N' TO WS-CRD-FOUND.                                    00058500
           PERFORM 5310-LICENSE-LOOKUP                                  00058600
              THRU 5310-LICENSE-LOOKUP-END                              00058700
              VARYING CRD-IDX FROM 1 BY 1                               00058800
              UNTIL CRD-IDX > WS-CRD-COUNT                              00058900
                 OR WS-CRD-HIT.                                         00059000
      *-----------------------*                                         00059100
       5300-FIND-LICENSE-END.                                           00059200
      *-----------------------*                                         00059300
           EXIT.                                                        00059400
                                                                        00059500
      *-----------------------*                                         00059600
       5310-LICENSE-LOOKUP.                                             00059700
      *-----------------------*                                         00059800
           IF WS-CRD-TAB-DOC-CODE (CRD-IDX) = CDX-DOC-CODE              00059900
              MOVE 'Y' TO WS-CRD-FOUND                                  00060000
              SET WS-CRD-HIT-SUB TO CRD-IDX                             00060100
           END-IF.                                                      00060200
      *-----------------------*                                         00060300
       5310-LICENSE-LOOKUP-END.                                         00060400
      *-----------------------*                                         00060500
           EXIT.                                                        00060600
                                                                        00060700
      *-----------------------*                                         00060800
       5400-DOCTOR-LOOKUP.                                              00060900
      *-----------------------*                                         00061000
           IF WS-DOC-TAB-CODE (DOC-IDX) = CDX-DOC-CODE                  00061100
              MOVE 'Y' TO WS-DOC-FOUND                                  00061200
           END-IF.                                                      00061300
      *-----------------------*                                         00061400
       5400-DOCTOR-LOOKUP-END.                                          00061500
      *-----------------------*                                         00061600
           EXIT.                                                        00061700
                                                                        00061800
      *-----------------------*                                         00061900
       5800-WRITE-AUDIT-LINE.                                           00062000
      *-----------------------*                                         00062100
      *    the changed row as it now stands, action first, with         00062200
      *    the expiry it carried before the change                      00062300
           MOVE WS-CRD-TAB-DOC-CODE (CRD-IDX)   TO RPT-C-DOC-CODE.      00062400
           MOVE WS-CRD-TAB-LICENSE-NO (CRD-IDX) TO RPT-C-LICENSE-NO.    00062500
           MOVE WS-CRD-TAB-LIC-REGION (CRD-IDX) TO RPT-C-LIC-REGION.    00062600
           MOVE WS-OLD-EXPDATE                  TO RPT-C-OLD-EXPDATE.   00062700
           MOVE WS-CRD-TAB-EXPDATE (CRD-IDX)    TO RPT-C-EXPDATE.       00062800
           MOVE WS-CRD-TAB-STATUS (CRD-IDX)     TO RPT-C-STATUS.        00062900
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00063000
              AFTER ADVANCING 1 LINE.                                   00063100
      *-----------------------*                                         00063200
       5800-WRITE-AUDIT-LINE-END.                                       00063300
      *-----------------------*                                         00063400
           EXIT.                                                        00063500
                                                                        00063600
      *-----------------------*                                         00063700
       5900-WRITE-REJECT.                                               00063800
      *-----------------------*                                         00063900
           DISPLAY 'TRANSACTION REJECTED: ' DRJ-REASON.                 00064000
           MOVE CDX-ACTION     TO DRJ-ACTION.                           00064100
           MOVE CDX-DOC-CODE   TO DRJ-DOC-CODE.                         00064200
           MOVE CDX-LICENSE-NO TO DRJ-LICENSE-NO.                       00064300
           WRITE DREJ-OUT-REC.                                          00064400
           ADD 1 TO WS-NO-REJECTS.                                      00064500
      *-----------------------*                                         00064600
       5900-WRITE-REJECT-END.                                           00064700
      *-----------------------*                                         00064800
           EXIT.                                                        00064900
                                                                        00065000
      *-----------------------*                                         00065100
       6000-REWRITE-CREDENTIALS.                                        00065200
      *-----------------------*                                         00065300
           SET CRD-IDX TO WS-CRD-SUB.                                   00065400
           MOVE SPACE                           TO CRD-REC.             00065500
           MOVE WS-CRD-TAB-DOC-CODE (CRD-IDX)   TO CRD-DOC-CODE.        00065600
           MOVE WS-CRD-TAB-LICENSE-NO (CRD-IDX) TO CRD-LICENSE-NO.      00065700
           MOVE WS-CRD-TAB-LIC-REGION (CRD-IDX) TO CRD-LIC-REGION.      00065800
           MOVE WS-CRD-TAB-EXPDATE (CRD-IDX)    TO CRD-LIC-EXPDATE.     00065900
           MOVE WS-CRD-TAB-STATUS (CRD-IDX)     TO CRD-STATUS.          00066000
           WRITE CRD-OUT-REC FROM CRD-REC.                              00066100
      *-----------------------*                                         00066200
       6000-REWRITE-CREDENTIALS-END.                                    00066300
      *-----------------------*                                         00066400
           EXIT.                                                        00066500
                                                                        00066600
      *---------------*                                                 00066700
       8100-READ-CDX.                                                   00066800
      *---------------*                                                 00066900
                                                                        00067000
           INITIALIZE WS-REC-CDX.                                       00067100
                                                                        00067200
           READ CRDX-IN INTO WS-REC-CDX                                 00067300
           END-READ.                                                    00067400
                                                                        00067500
           EVALUATE TRUE                                                00067600
                                                                        00067700
             WHEN WS-CDX-FS = '00'                                      00067800
               ADD 1 TO WS-NO-READ-CDX                                  00067900
      D        DISPLAY "READ FILE OK: " WS-REC-CDX                      00068000
               CONTINUE                                                 00068100
             WHEN WS-CDX-FS = '10'                                      00068200
               SET WS-CDX-EOF TO TRUE                                   00068300
      D        DISPLAY "WS-CDX-END-OF-FILE " WS-CDX-END-OF-FILE         00068400
             WHEN OTHER                                                 00068500
      D        DISPLAY "ERROR READ FILE CRDTIN !!!: " WS-CDX-FS         00068600
               PERFORM 9999-ABEND                                       00068700
                  THRU 9999-ABEND-END                                   00068800
                                                                        00068900
           END-EVALUATE.                                                00069000
                                                                        00069100
      *-------------------*                                             00069200
       8100-READ-CDX-END.                                               00069300
      *-------------------*                                             00069400
           EXIT.                                                        00069500
      *-------------------*                                             00069600
       9999-ABEND.                                                      00069700
      *-------------------*                                             00069800
      D    DISPLAY "WE ARE IN ABEND".                                   00069900
      *    WE FORCE AN ABEND                                            00070000
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00070100
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00070200
           GOBACK.                                                      00070300
      *-------------------*                                             00070400
       9999-ABEND-END.                                                  00070500
      *-------------------*                                             00070600
           EXIT.                                                        00070700
