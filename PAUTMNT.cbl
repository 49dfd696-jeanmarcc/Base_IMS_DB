      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PAUTMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance des autorisations prealables des payeurs       00000900
      *      (AUTHFILE, cle PATIENID + PAYERCD + TRTNAME, lu et         00001000
      *      decompte par PBCLAIM), comme PCTRMNT pour les tarifs.      00001100
      *      Lit les transactions AUTTIN: A=ajouter une                 00001200
      *      autorisation, R=renouveler (nouveau numero, nouvelle       00001300
      *      periode, visites utilisees remises a zero),                00001400
      *      C=modifier la date de fin ou le nombre de visites          00001500
      *      accordees, X=annuler. Le payeur doit exister au            00001600
      *      maitre PAYMSTR; dates et visites sont validees et          00001700
      *      chaque changement sort sur le journal AUTRPT.              00001800
      *                                                                 00001900
      * Fichier entree: AUTHIN, autorisations courantes                 00002000
      * Fichier entree: AUTTIN, transactions d'autorisation             00002100
      * Fichier entree: PAYMSTR, maitre des payeurs                     00002200
      * Fichier sortie: AUTHOUT, nouvelles autorisations                00002300
      * Fichier sortie: AUTRPT, journal des changements                 00002400
      * Fichier sortie: AUTREJ, transactions refusees                   00002500
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
           SELECT AUTH-IN ASSIGN TO AUTHIN                              00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-AUT-FS.                                    00003800
           SELECT AUTX-IN ASSIGN TO AUTTIN                              00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-AUX-FS.                                    00004100
           SELECT PAYMSTR ASSIGN TO PAYMSTR                             00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-PMS-FS.                                    00004400
           SELECT AUTH-OUT ASSIGN TO AUTHOUT                            00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-AUTO-FS.                                   00004700
           SELECT RPT01-OUT ASSIGN TO AUTRPT                            00004800
           ORGANIZATION IS LINE SEQUENTIAL                              00004900
           FILE STATUS IS WS-RPT01-FS.                                  00005000
           SELECT AREJ-OUT ASSIGN TO AUTREJ                             00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-AREJ-FS.                                   00005300
      *----------------*                                                00005400
       DATA DIVISION.                                                   00005500
      *----------------*                                                00005600
       FILE SECTION.                                                    00005700
                                                                        00005800
      *    autorisation prealable par patient, payeur et TRTNAME:       00005900
      *    numero, periode de validite, visites accordees et            00006000
      *    visites deja reclamees (decomptees par PBCLAIM)              00006100
       FD  AUTH-IN RECORDING MODE F.                                    00006200
       01  AUT-REC.                                                     00006300
           05 AUT-PATIENID              PIC X(05).                      00006400
           05 AUT-PAYERCD               PIC X(08).                      00006500
           05 AUT-TRTNAME               PIC X(20).                      00006600
           05 AUT-AUTHNO                PIC X(12).                      00006700
           05 AUT-FROMDATE              PIC X(08).                      00006800
           05 AUT-TODATE                PIC X(08).                      00006900
           05 AUT-VISITS-ALLOWED        PIC 9(03).                      00007000
           05 AUT-VISITS-USED           PIC 9(03).                      00007100
           05 AUT-STATUS                PIC X(01).                      00007200
           05 FILLER                    PIC X(12).                      00007300
                                                                        00007400
       FD  AUTX-IN RECORDING MODE F.                                    00007500
       01  AUTX-IN-DATA                 PIC X(80).                      00007600
                                                                        00007700
      *    payer master reference file: an authorization is only        00007800
      *    taken for a PAYERCD that resolves to a real payer            00007900
       FD  PAYMSTR RECORDING MODE F.                                    00008000
       01  PAY-MSTR-REC.                                                00008100
           05 PAY-CODE          PIC X(08).                              00008200
           05 FILLER            PIC X(01).                              00008300
           05 PAY-NAME          PIC X(20).                              00008400
           05 FILLER            PIC X(01).                              00008500
           05 PAY-STREET        PIC X(20).                              00008600
           05 FILLER            PIC X(01).                              00008700
           05 PAY-CITY          PIC X(15).                              00008800
           05 FILLER            PIC X(01).                              00008900
           05 PAY-REGION        PIC X(02).                              00009000
           05 FILLER            PIC X(01).                              00009100
           05 PAY-POSTAL        PIC X(07).                              00009200
           05 FILLER            PIC X(01).                              00009300
           05 PAY-ACTIVE        PIC X(01).                              00009400
           05 FILLER            PIC X(01).                              00009500
                                                                        00009600
       FD  AUTH-OUT RECORDING MODE F.                                   00009700
       01  AUTH-OUT-REC                 PIC X(80).                      00009800
                                                                        00009900
       FD  RPT01-OUT RECORDING MODE F.                                  00010000
       01  RPT01-OUT-REC                PIC X(80).                      00010100
                                                                        00010200
       FD  AREJ-OUT RECORDING MODE F.                                   00010300
       01  AREJ-OUT-REC.                                                00010400
           05 ARJ-ACTION       PIC X(01).                               00010500
           05 FILLER           PIC X(01) VALUE SPACE.                   00010600
           05 ARJ-PATIENID     PIC X(05).                               00010700
           05 FILLER           PIC X(01) VALUE SPACE.                   00010800
           05 ARJ-PAYERCD      PIC X(08).                               00010900
           05 FILLER           PIC X(01) VALUE SPACE.                   00011000
           05 ARJ-TRTNAME      PIC X(20).                               00011100
           05 FILLER           PIC X(01) VALUE SPACE.                   00011200
           05 ARJ-REASON       PIC X(30).                               00011300
           05 FILLER           PIC X(12).                               00011400
                                                                        00011500
      *-----------------------*                                         00011600
       WORKING-STORAGE SECTION.                                         00011700
      *-----------------------*                                         00011800
       01 WS-FILE-STATUS.                                               00011900
          05 WS-AUT-FS                 PIC X(2).                        00012000
          05 WS-AUX-FS                 PIC X(2).                        00012100
          05 WS-PMS-FS                 PIC X(2).                        00012200
          05 WS-AUTO-FS                PIC X(2).                        00012300
          05 WS-RPT01-FS               PIC X(2).                        00012400
          05 WS-AREJ-FS                PIC X(2).                        00012500
                                                                        00012600
       01 WS-AUT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012700
          88 WS-AUT-EOF                 VALUE 'TRUE'.                   00012800
       01 WS-AUX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012900
          88 WS-AUX-EOF                 VALUE 'TRUE'.                   00013000
       01 WS-PMS-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013100
          88 WS-PMS-EOF                 VALUE 'TRUE'.                   00013200
                                                                        00013300
       01 WS-COUNTERS.                                                  00013400
           05 WS-NO-READ-AUTX              PIC 9(8).                    00013500
           05 WS-NO-ADDED                  PIC 9(8).                    00013600
           05 WS-NO-RENEWED                PIC 9(8).                    00013700
           05 WS-NO-CHANGED                PIC 9(8).                    00013800
           05 WS-NO-CANCELLED              PIC 9(8).                    00013900
           05 WS-NO-REJECTS                PIC 9(8).                    00014000
                                                                        00014100
      *    une transaction d'autorisation par enregistrement            00014200
       01 WS-REC-AUTX.                                                  00014300
          05 AUX-ACTION                PIC X(01).                       00014400
          05 FILLER                    PIC X(01).                       00014500
          05 AUX-PATIENID              PIC X(05).                       00014600
          05 FILLER                    PIC X(01).                       00014700
          05 AUX-PAYERCD               PIC X(08).                       00014800
          05 FILLER                    PIC X(01).                       00014900
          05 AUX-TRTNAME               PIC X(20).                       00015000
          05 FILLER                    PIC X(01).                       00015100
          05 AUX-AUTHNO                PIC X(12).                       00015200
          05 FILLER                    PIC X(01).                       00015300
          05 AUX-FROMDATE              PIC X(08).                       00015400
          05 FILLER                    PIC X(01).                       00015500
          05 AUX-TODATE                PIC X(08).                       00015600
          05 FILLER                    PIC X(01).                       00015700
          05 AUX-VISITS                PIC X(03).                       00015800
          05 AUX-VISITS-N REDEFINES AUX-VISITS                          00015900
                                       PIC 9(03).                       00016000
          05 FILLER                    PIC X(08).                       00016100
                                                                        00016200
      *    les autorisations chargees en table, mises a jour puis       00016300
      *    recrites                                                     00016400
       01 WS-AUT-TABLE.                                                 00016500
          05 WS-AUT-MAX         PIC 9(04) COMP VALUE 2000.              00016600
          05 WS-AUT-COUNT       PIC 9(04) COMP VALUE 0.                 00016700
          05 WS-AUT-ENTRY OCCURS 2000 TIMES INDEXED BY AUT-IDX.         00016800
             10 WS-AUT-TAB-PATIENID PIC X(05).                          00016900
             10 WS-AUT-TAB-PAYERCD  PIC X(08).                          00017000
             10 WS-AUT-TAB-TRTNAME  PIC X(20).                          00017100
             10 WS-AUT-TAB-AUTHNO   PIC X(12).                          00017200
             10 WS-AUT-TAB-FROMDATE PIC X(08).                          00017300
             10 WS-AUT-TAB-TODATE   PIC X(08).                          00017400
             10 WS-AUT-TAB-ALLOWED  PIC 9(03).                          00017500
             10 WS-AUT-TAB-USED     PIC 9(03).                          00017600
             10 WS-AUT-TAB-STATUS   PIC X(01).                          00017700
                                                                        00017800
       01 WS-AUT-FOUND                  PIC X(01) VALUE 'N'.            00017900
          88 WS-AUT-HIT                 VALUE 'Y'.                      00018000
       01 WS-AUT-HIT-SUB                PIC 9(04) COMP VALUE 0.         00018100
       01 WS-AUT-SUB                    PIC 9(04) COMP VALUE 0.         00018200
                                                                        00018300
      * payer master loaded in table at start of run                    00018400
       01 WS-PMS-TABLE.                                                 00018500
          05 WS-PMS-MAX         PIC 9(02) COMP VALUE 50.                00018600
          05 WS-PMS-COUNT       PIC 9(02) COMP VALUE 0.                 00018700
          05 WS-PMS-ENTRY OCCURS 50 TIMES INDEXED BY PMS-IDX.           00018800
             10 WS-PMS-TAB-CODE    PIC X(08).                           00018900
       01 WS-PMS-FOUND                 PIC X(01) VALUE 'N'.             00019000
          88 WS-PMS-HIT                VALUE 'Y'.                       00019100
                                                                        00019200
       01 RPT-HEADER-1.                                                 00019300
           05 FILLER           PIC X(35) VALUE                          00019400
                'PRIOR AUTHORIZATION CHANGE JOURNAL '.                  00019500
           05 FILLER           PIC X(45) VALUE SPACE.                   00019600
                                                                        00019700
       01 RPT-HEADER-2.                                                 00019800
           05 FILLER           PIC X(08) VALUE 'ACTION'.                00019900
           05 FILLER           PIC X(06) VALUE 'PATID'.                 00020000
           05 FILLER           PIC X(09) VALUE 'PAYER'.                 00020100
           05 FILLER           PIC X(13) VALUE 'TREATMENT'.             00020200
           05 FILLER           PIC X(13) VALUE 'AUTH NO'.               00020300
           05 FILLER           PIC X(09) VALUE 'FROM'.                  00020400
           05 FILLER           PIC X(09) VALUE 'TO'.                    00020500
           05 FILLER           PIC X(13) VALUE 'ALLOW USED'.            00020600
                                                                        00020700
       01 RPT-CHANGE-LINE.                                              00020800
           05 RPT-C-ACTION     PIC X(07).                               00020900
           05 FILLER           PIC X(01) VALUE SPACE.                   00021000
           05 RPT-C-PATIENID   PIC X(05).                               00021100
           05 FILLER           PIC X(01) VALUE SPACE.                   00021200
           05 RPT-C-PAYERCD    PIC X(08).                               00021300
           05 FILLER           PIC X(01) VALUE SPACE.                   00021400
           05 RPT-C-TRTNAME    PIC X(12).                               00021500
           05 FILLER           PIC X(01) VALUE SPACE.                   00021600
           05 RPT-C-AUTHNO     PIC X(12).                               00021700
           05 FILLER           PIC X(01) VALUE SPACE.                   00021800
           05 RPT-C-FROMDATE   PIC X(08).                               00021900
           05 FILLER           PIC X(01) VALUE SPACE.                   00022000
           05 RPT-C-TODATE     PIC X(08).                               00022100
           05 FILLER           PIC X(01) VALUE SPACE.                   00022200
           05 RPT-C-ALLOWED    PIC ZZ9.                                 00022300
           05 FILLER           PIC X(02) VALUE SPACE.                   00022400
           05 RPT-C-USED       PIC ZZ9.                                 00022500
           05 FILLER           PIC X(04) VALUE SPACE.                   00022600
                                                                        00022700
      *-----------------------*                                         00022800
       PROCEDURE DIVISION.                                              00022900
      *-----------------------*                                         00023000
                                                                        00023100
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00023200
                                                                        00023300
           PERFORM 1000-INIT                                            00023400
              THRU 1000-INIT-END.                                       00023500
                                                                        00023600
           DISPLAY '1_____APPLY AUTHORIZATION TRANSACTIONS'.            00023700
           PERFORM 5000-APPLY-TRANSACTION                               00023800
              THRU 5000-APPLY-TRANSACTION-END                           00023900
              UNTIL WS-AUX-EOF.                                         00024000
                                                                        00024100
           DISPLAY '2_____REWRITE THE AUTHORIZATION FILE'.              00024200
           PERFORM 6000-REWRITE-AUTHS                                   00024300
              THRU 6000-REWRITE-AUTHS-END                               00024400
              VARYING WS-AUT-SUB FROM 1 BY 1                            00024500
              UNTIL WS-AUT-SUB > WS-AUT-COUNT.                          00024600
                                                                        00024700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00024800
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-AUTX.               00024900
           DISPLAY 'AUTHS ADDED      : ' WS-NO-ADDED.                   00025000
           DISPLAY 'AUTHS RENEWED    : ' WS-NO-RENEWED.                 00025100
           DISPLAY 'AUTHS CHANGED    : ' WS-NO-CHANGED.                 00025200
           DISPLAY 'AUTHS CANCELLED  : ' WS-NO-CANCELLED.               00025300
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00025400
           CLOSE AUTH-OUT.                                              00025500
           CLOSE RPT01-OUT.                                             00025600
           CLOSE AREJ-OUT.                                              00025700
                                                                        00025800
           IF WS-NO-REJECTS > 0                                         00025900
              MOVE 4 TO RETURN-CODE                                     00026000
           END-IF.                                                      00026100
                                                                        00026200
           GOBACK.                                                      00026300
                                                                        00026400
      *------------*                                                    00026500
       1000-INIT.                                                       00026600
      *------------*                                                    00026700
           DISPLAY "***** INIT PROCESS *****".                          00026800
                                                                        00026900
           MOVE SPACE TO WS-FILE-STATUS.                                00027000
           MOVE ZEROES TO WS-COUNTERS.                                  00027100
                                                                        00027200
      *    load the current authorizations; an empty or missing         00027300
      *    file is a valid first load                                   00027400
           OPEN INPUT AUTH-IN.                                          00027500
           IF WS-AUT-FS = '00'                                          00027600
              PERFORM 1100-LOAD-AUT-TABLE                               00027700
                 THRU 1100-LOAD-AUT-TABLE-END                           00027800
                 UNTIL WS-AUT-EOF                                       00027900
              CLOSE AUTH-IN                                             00028000
           ELSE                                                         00028100
              DISPLAY 'AUTHIN NOT AVAILABLE - STARTING EMPTY'           00028200
           END-IF.                                                      00028300
           DISPLAY 'AUTHORIZATIONS LOADED: ' WS-AUT-COUNT.              00028400
                                                                        00028500
      *    load the payer master into its table                         00028600
           OPEN INPUT PAYMSTR.                                          00028700
           IF WS-PMS-FS = '00'                                          00028800
              PERFORM 1200-LOAD-PMS-TABLE                               00028900
                 THRU 1200-LOAD-PMS-TABLE-END                           00029000
                 UNTIL WS-PMS-EOF                                       00029100
              CLOSE PAYMSTR                                             00029200
              DISPLAY 'PAYER MASTER ENTRIES LOADED: ' WS-PMS-COUNT      00029300
           ELSE                                                         00029400
              DISPLAY 'PAYMSTR NOT AVAILABLE: ' WS-PMS-FS               00029500
              PERFORM 9999-ABEND                                        00029600
                 THRU 9999-ABEND-END                                    00029700
           END-IF.                                                      00029800
                                                                        00029900
           OPEN INPUT AUTX-IN.                                          00030000
           IF WS-AUX-FS NOT = "00"                                      00030100
      D      DISPLAY "ERROR OPEN FILE AUTTIN: " WS-AUX-FS               00030200
             PERFORM 9999-ABEND                                         00030300
                THRU 9999-ABEND-END                                     00030400
           END-IF.                                                      00030500
                                                                        00030600
           OPEN OUTPUT AUTH-OUT.                                        00030700
           OPEN OUTPUT AREJ-OUT.                                        00030800
           OPEN OUTPUT RPT01-OUT.                                       00030900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00031000
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00031100
              AFTER ADVANCING 2 LINES.                                  00031200
                                                                        00031300
      *    first read of the transaction file                           00031400
           PERFORM 8100-READ-AUTX                                       00031500
              THRU 8100-READ-AUTX-END.                                  00031600
                                                                        00031700
           DISPLAY "***** FIN INIT PROCESS *****".                      00031800
                                                                        00031900
      *----------------*                                                00032000
       1000-INIT-END.                                                   00032100
      *----------------*                                                00032200
           EXIT.                                                        00032300
                                                                        00032400
      *-----------------------*                                         00032500
       1100-LOAD-AUT-TABLE.                                             00032600
      *-----------------------*                                         00032700
           READ AUTH-IN                                                 00032800
           END-READ.                                                    00032900
                                                                        00033000
           EVALUATE TRUE                                                00033100
             WHEN WS-AUT-FS = '00'                                      00033200
               IF WS-AUT-COUNT < WS-AUT-MAX                             00033300
                  ADD 1 TO WS-AUT-COUNT                                 00033400
                  SET AUT-IDX TO WS-AUT-COUNT                           00033500
                  MOVE AUT-PATIENID TO WS-AUT-TAB-PATIENID (AUT-IDX)    00033600
                  MOVE AUT-PAYERCD  TO WS-AUT-TAB-PAYERCD (AUT-IDX)     00033700
                  MOVE AUT-TRTNAME  TO WS-AUT-TAB-TRTNAME (AUT-IDX)     00033800
                  MOVE AUT-AUTHNO   TO WS-AUT-TAB-AUTHNO (AUT-IDX)      00033900
                  MOVE AUT-FROMDATE TO WS-AUT-TAB-FROMDATE (AUT-IDX)    00034000
                  MOVE AUT-TODATE   TO WS-AUT-TAB-TODATE (AUT-IDX)      00034100
                  MOVE AUT-VISITS-ALLOWED                               00034200
                                    TO WS-AUT-TAB-ALLOWED (AUT-IDX)     00034300
                  MOVE AUT-VISITS-USED                                  00034400
                                    TO WS-AUT-TAB-USED (AUT-IDX)        00034500
                  MOVE AUT-STATUS   TO WS-AUT-TAB-STATUS (AUT-IDX)      00034600
               ELSE                                                     00034700
      *           a dropped row is a live authorization deleted on      00034800
      *           rewrite, so stop instead                              00034900
                  DISPLAY 'AUTHORIZATION TABLE FULL - RUN STOPPED: '    00035000
                     AUT-PATIENID ' ' AUT-PAYERCD                       00035100
                  MOVE 16 TO RETURN-CODE                                00035200
                  PERFORM 9999-ABEND                                    00035300
                     THRU 9999-ABEND-END                                00035400
               END-IF                                                   00035500
             WHEN WS-AUT-FS = '10'                                      00035600
               SET WS-AUT-EOF TO TRUE                                   00035700
             WHEN OTHER                                                 00035800
      D        DISPLAY "ERROR READ FILE AUTHIN !!!: " WS-AUT-FS         00035900
               PERFORM 9999-ABEND                                       00036000
                  THRU 9999-ABEND-END                                   00036100
           END-EVALUATE.                                                00036200
      *-----------------------*                                         00036300
       1100-LOAD-AUT-TABLE-END.                                         00036400
      *-----------------------*                                         00036500
           EXIT.                                                        00036600
                                                                        00036700
      *-----------------------*                                         00036800
       1200-LOAD-PMS-TABLE.                                             00036900
      *-----------------------*                                         00037000
           READ PAYMSTR                                                 00037100
           END-READ.                                                    00037200
                                                                        00037300
           EVALUATE TRUE                                                00037400
             WHEN WS-PMS-FS = '00'                                      00037500
               IF WS-PMS-COUNT < WS-PMS-MAX                             00037600
                  ADD 1 TO WS-PMS-COUNT                                 00037700
                  SET PMS-IDX TO WS-PMS-COUNT                           00037800
                  MOVE PAY-CODE TO WS-PMS-TAB-CODE (PMS-IDX)            00037900
               ELSE                                                     00038000
                  DISPLAY 'PAYER TABLE FULL - ENTRY DROPPED: '          00038100
                     PAY-CODE                                           00038200
               END-IF                                                   00038300
             WHEN WS-PMS-FS = '10'                                      00038400
               SET WS-PMS-EOF TO TRUE                                   00038500
             WHEN OTHER                                                 00038600
      D        DISPLAY "ERROR READ FILE PAYMSTR !!!: " WS-PMS-FS        00038700
               PERFORM 9999-ABEND                                       00038800
                  THRU 9999-ABEND-END                                   00038900
           END-EVALUATE.                                                00039000
      *-----------------------*                                         00039100
       1200-LOAD-PMS-TABLE-END.                                         00039200
      *-----------------------*                                         00039300
           EXIT.                                                        00039400
                                                                        00039500
      *-----------------------*                                         00039600
       5000-APPLY-TRANSACTION.                                          00039700
      *-----------------------*                                         00039800
      D    DISPLAY "TRANSACTION: " WS-REC-AUTX.                         00039900
                                                                        00040000
      *    every action names an existing payer, patient and            00040100
      *    treatment; the key is checked once here                      00040200
           MOVE 'N' TO WS-PMS-FOUND.                                    00040300
           PERFORM 5400-PAYER-LOOKUP                                    00040400
              THRU 5400-PAYER-LOOKUP-END                                00040500
              VARYING PMS-IDX FROM 1 BY 1                               00040600
              UNTIL PMS-IDX > WS-PMS-COUNT                              00040700
                 OR WS-PMS-HIT.                                         00040800
           IF NOT WS-PMS-HIT                                            00040900
              MOVE 'PAYERCD NOT ON PAYER MASTER' TO ARJ-REASON          00041000
              PERFORM 5900-WRITE-REJECT                                 00041100
                 THRU 5900-WRITE-REJECT-END                             00041200
              GO TO 5000-APPLY-TRANSACTION-NEXT                         00041300
           END-IF.                                                      00041400
           IF AUX-PATIENID = SPACE                                      00041500
              OR AUX-TRTNAME = SPACE                                    00041600
              MOVE 'PATIENID AND TRTNAME REQUIRED' TO ARJ-REASON        00041700
              PERFORM 5900-WRITE-REJECT                                 00041800
                 THRU 5900-WRITE-REJECT-END                             00041900
              GO TO 5000-APPLY-TRANSACTION-NEXT                         00042000
           END-IF.                                                      00042100
                                                                        00042200
           PERFORM 5300-FIND-AUTH                                       00042300
              THRU 5300-FIND-AUTH-END.                                  00042400
                                                                        00042500
           EVALUATE AUX-ACTION                                          00042600
             WHEN 'A'                                                   00042700
               PERFORM 5100-ADD-AUTH                                    00042800
                  THRU 5100-ADD-AUTH-END                                00042900
             WHEN 'R'                                                   00043000
               PERFORM 5150-RENEW-AUTH                                  00043100
                  THRU 5150-RENEW-AUTH-END                              00043200
             WHEN 'C'                                                   00043300
               PERFORM 5200-CHANGE-AUTH                                 00043400
                  THRU 5200-CHANGE-AUTH-END                             00043500
             WHEN 'X'                                                   00043600
               PERFORM 5250-CANCEL-AUTH                                 00043700
                  THRU 5250-CANCEL-AUTH-END                             00043800
             WHEN OTHER                                                 00043900
               MOVE 'UNKNOWN ACTION CODE' TO ARJ-REASON                 00044000
               PERFORM 5900-WRITE-REJECT                                00044100
                  THRU 5900-WRITE-REJECT-END                            00044200
           END-EVALUATE.                                                00044300
                                                                        00044400
       5000-APPLY-TRANSACTION-NEXT.                                     00044500
           IF NOT WS-AUX-EOF                                            00044600
              PERFORM 8100-READ-AUTX                                    00044700
                 THRU 8100-READ-AUTX-END                                00044800
           END-IF.                                                      00044900
      *-----------------------*                                         00045000
       5000-APPLY-TRANSACTION-END.                                      00045100
      *-----------------------*                                         00045200
           EXIT.                                                        00045300
                                                                        00045400
      *-----------------------*                                         00045500
       5100-ADD-AUTH.                                                   00045600
      *-----------------------*                                         00045700
           IF WS-AUT-HIT                                                00045800
              MOVE 'AUTH ON FILE - USE R OR C' TO ARJ-REASON            00045900
              PERFORM 5900-WRITE-REJECT                                 00046000
                 THRU 5900-WRITE-REJECT-END                             00046100
              GO TO 5100-ADD-AUTH-END                                   00046200
           END-IF.                                                      00046300
           PERFORM 5500-VALIDATE-TERMS                                  00046400
              THRU 5500-VALIDATE-TERMS-END.                             00046500
           IF ARJ-REASON NOT = SPACE                                    00046600
              PERFORM 5900-WRITE-REJECT                                 00046700
                 THRU 5900-WRITE-REJECT-END                             00046800
              GO TO 5100-ADD-AUTH-END                                   00046900
           END-IF.                                                      00047000
                                                                        00047100
           IF WS-AUT-COUNT < WS-AUT-MAX                                 00047200
              ADD 1 TO WS-AUT-COUNT                                     00047300
              SET AUT-IDX TO WS-AUT-COUNT                               00047400
              MOVE AUX-PATIENID TO WS-AUT-TAB-PATIENID (AUT-IDX)        00047500
              MOVE AUX-PAYERCD  TO WS-AUT-TAB-PAYERCD (AUT-IDX)         00047600
              MOVE AUX-TRTNAME  TO WS-AUT-TAB-TRTNAME (AUT-IDX)         00047700
              PERFORM 5600-SET-TERMS                                    00047800
                 THRU 5600-SET-TERMS-END                                00047900
              MOVE 'ADD    ' TO RPT-C-ACTION                            00048000
              PERFORM 5800-WRITE-AUDIT-LINE                             00048100
                 THRU 5800-WRITE-AUDIT-LINE-END                         00048200
              ADD 1 TO WS-NO-ADDED                                      00048300
              DISPLAY 'AUTH ADDED: ' AUX-PATIENID ' ' AUX-PAYERCD       00048400
                 ' ' AUX-TRTNAME                                        00048500
           ELSE                                                         00048600
              MOVE 'AUTHORIZATION FILE FULL' TO ARJ-REASON              00048700
              PERFORM 5900-WRITE-REJECT                                 00048800
                 THRU 5900-WRITE-REJECT-END                             00048900
           END-IF.                                                      00049000
      *-----------------------*                                         00049100
       5100-ADD-AUTH-END.                                               00049200
      *-----------------------*                                         00049300
           EXIT.                                                        00049400
                                                                        00049500
      *-----------------------*                                         00049600
       5150-RENEW-AUTH.                                                 00049700
      *-----------------------*                                         00049800
      *    the payer issued a new number for a new period: the          00049900
      *    visits start over                                            00050000
           IF NOT WS-AUT-HIT                                            00050100
              MOVE 'NO AUTHORIZATION TO RENEW' TO ARJ-REASON            00050200
              PERFORM 5900-WRITE-REJECT                                 00050300
                 THRU 5900-WRITE-REJECT-END                             00050400
              GO TO 5150-RENEW-AUTH-END                                 00050500
           END-IF.                                                      00050600
           PERFORM 5500-VALIDATE-TERMS                                  00050700
              THRU 5500-VALIDATE-TERMS-END.                             00050800
           IF ARJ-REASON NOT = SPACE                                    00050900
              PERFORM 5900-WRITE-REJECT                                 00051000
                 THRU 5900-WRITE-REJECT-END                             00051100
              GO TO 5150-RENEW-AUTH-END                                 00051200
           END-IF.                                                      00051300
                                                                        00051400
           SET AUT-IDX TO WS-AUT-HIT-SUB.                               00051500
           PERFORM 5600-SET-TERMS                                       00051600
              THRU 5600-SET-TERMS-END.                                  00051700
           MOVE 'RENEW  ' TO RPT-C-ACTION.                              00051800
           PERFORM 5800-WRITE-AUDIT-LINE                                00051900
              THRU 5800-WRITE-AUDIT-LINE-END.                           00052000
           ADD 1 TO WS-NO-RENEWED.                                      00052100
      *-----------------------*                                         00052200
       5150-RENEW-AUTH-END.                                             00052300
      *-----------------------*                                         00052400
           EXIT.                                                        00052500
                                                                        00052600
      *-----------------------*                                         00052700
       5200-CHANGE-AUTH.                                                00052800
      *-----------------------*                                         00052900
      *    an extension of the same authorization: a blank field        00053000
      *    is left as it is, and the visits used are kept               00053100
           IF NOT WS-AUT-HIT                                            00053200
              MOVE 'NO AUTHORIZATION TO CHANGE' TO ARJ-REASON           00053300
              PERFORM 5900-WRITE-REJECT                                 00053400
                 THRU 5900-WRITE-REJECT-END                             00053500
              GO TO 5200-CHANGE-AUTH-END                                00053600
           END-IF.                                                      00053700
           SET AUT-IDX TO WS-AUT-HIT-SUB.                               00053800
           IF AUX-TODATE NOT = SPACE                                    00053900
              IF AUX-TODATE NOT NUMERIC                                 00054000
                 OR AUX-TODATE < WS-AUT-TAB-FROMDATE (AUT-IDX)          00054100
                 MOVE 'END DATE INVALID' TO ARJ-REASON                  00054200
                 PERFORM 5900-WRITE-REJECT                              00054300
                    THRU 5900-WRITE-REJECT-END                          00054400
                 GO TO 5200-CHANGE-AUTH-END                             00054500
              END-IF                                                    00054600
           END-IF.                                                      00054700
           IF AUX-VISITS NOT = SPACE                                    00054800
              IF AUX-VISITS NOT NUMERIC                                 00054900
                 OR AUX-VISITS-N < WS-AUT-TAB-USED (AUT-IDX)            00055000
                 MOVE 'VISITS BELOW VISITS USED' TO ARJ-REASON          00055100
                 PERFORM 5900-WRITE-REJECT                              00055200
                    THRU 5900-WRITE-REJECT-END                          00055300
                 GO TO 5200-CHANGE-AUTH-END                             00055400
              END-IF                                                    00055500
           END-IF.                                                      00055600
                                                                        00055700
           IF AUX-TODATE NOT = SPACE                                    00055800
              MOVE AUX-TODATE TO WS-AUT-TAB-TODATE (AUT-IDX)            00055900
           END-IF.                                                      00056000
           IF AUX-VISITS NOT = SPACE                                    00056100
              MOVE AUX-VISITS-N TO WS-AUT-TAB-ALLOWED (AUT-IDX)         00056200
           END-IF.                                                      00056300
           IF AUX-AUTHNO NOT = SPACE                                    00056400
              MOVE AUX-AUTHNO TO WS-AUT-TAB-AUTHNO (AUT-IDX)            00056500
           END-IF.                                                      00056600
           MOVE 'CHANGE ' TO RPT-C-ACTION.                              00056700
           PERFORM 5800-WRITE-AUDIT-LINE                                00056800
              THRU 5800-WRITE-AUDIT-LINE-END.                           00056900
           ADD 1 TO WS-NO-CHANGED.                                      00057000
      *-----------------------*                                         00057100
       5200-CHANGE-AUTH-END.                                            00057200
      *-----------------------*                                         00057300
           EXIT.                                                        00057400
                                                                        00057500
      *-----------------------*                                         00057600
       5250-CANCEL-AUTH.                                                00057700
      *-----------------------*                                         00057800
      *    the row stays on file, flagged, so the claim hold            00057900
      *    shows why and the journal keeps the history                  00058000
           IF NOT WS-AUT-HIT                                            00058100
              MOVE 'NO AUTHORIZATION TO CANCEL' TO ARJ-REASON           00058200
              PERFORM 5900-WRITE-REJECT                                 00058300
                 THRU 5900-WRITE-REJECT-END                             00058400
              GO TO 5250-CANCEL-AUTH-END                                00058500
           END-IF.                                                      00058600
           SET AUT-IDX TO WS-AUT-HIT-SUB.                               00058700
           MOVE 'X' TO WS-AUT-TAB-STATUS (AUT-IDX).                     00058800
           MOVE 'CANCEL ' TO RPT-C-ACTION.                              00058900
           PERFORM 5800-WRITE-AUDIT-LINE                                00059000
              THRU 5800-WRITE-AUDIT-LINE-END.                           00059100
           ADD 1 TO WS-NO-CANCELLED.                                    00059200
      *-----------------------*                                         00059300
       5250-CANCEL-AUTH-END.                                            00059400
      *-----------------------*                                         00059500
           EXIT.                                                        00059600
                                                                        00059700
      *-----------------------*                                         00059800
       5300-FIND-AUTH.                                                  00059900
      *-----------------------*                                         00060000
           MOVE 'N' TO WS-AUT-FOUND.                                    00060100
           PERFORM 5310-AUTH-LOOKUP                                     00060200
              THRU 5310-AUTH-LOOKUP-END                                 00060300
              VARYING AUT-IDX FROM 1 BY 1                               00060400
              UNTIL AUT-IDX > WS-AUT-COUNT                              00060500
                 OR WS-AUT-HIT.                                         00060600
      *-----------------------*                                         00060700
       5300-FIND-AUTH-END.                                              00060800
      *-----------------------*                                         00060900
           EXIT.                                                        00061000
                                                                        00061100
      *-----------------------*                                         00061200
       5310-AUTH-LOOKUP.                                                00061300
      *-----------------------*                                         00061400
           IF WS-AUT-TAB-PATIENID (AUT-IDX) = AUX-PATIENID              00061500
              AND WS-AUT-TAB-PAYERCD (AUT-IDX) = AUX-PAYERCD            00061600
              AND WS-AUT-TAB-TRTNAME (AUT-IDX) = AUX-TRTNAME            00061700
              MOVE 'Y' TO WS-AUT-FOUND                                  00061800
              SET WS-AUT-HIT-SUB TO AUT-IDX                             00061900
           END-IF.                                                      00062000
      *-----------------------*                                         00062100
       5310-AUTH-LOOKUP-END.                                            00062200
      *-----------------------*                                         00062300
           EXIT.                                                        00062400
                                                                        00062500
      *-----------------------*                                         00062600
       5400-PAYER-LOOKUP.                                               00062700
      *-----------------------*                                         00062800
           IF WS-PMS-TAB-CODE (PMS-IDX) = AUX-PAYERCD                   00062900
              MOVE 'Y' TO WS-PMS-FOUND                                  00063000
           END-IF.                                                      00063100
      *-----------------------*                                         00063200
       5400-PAYER-LOOKUP-END.                                           00063300
      *-----------------------*                                         00063400
           EXIT.                                                        00063500
                                                                        00063600
      *-----------------------*                                         00063700
       5500-VALIDATE-TERMS.                                             00063800
      *-----------------------*                                         00063900
      *    a new or renewed authorization carries the full terms        00064000
           MOVE SPACE TO ARJ-REASON.                                    00064100
           IF AUX-AUTHNO = SPACE                                        00064200
              MOVE 'AUTH NUMBER IS REQUIRED' TO ARJ-REASON              00064300
              GO TO 5500-VALIDATE-TERMS-END                             00064400
           END-IF.                                                      00064500
           IF AUX-FROMDATE NOT NUMERIC                                  00064600
              MOVE 'START DATE INVALID' TO ARJ-REASON                   00064700
              GO TO 5500-VALIDATE-TERMS-END                             00064800
           END-IF.                                                      00064900
           IF AUX-TODATE NOT NUMERIC                                    00065000
              OR AUX-TODATE < AUX-FROMDATE                              00065100
              MOVE 'END DATE INVALID' TO ARJ-REASON                     00065200
              GO TO 5500-VALIDATE-TERMS-END                             00065300
           END-IF.                                                      00065400
           IF AUX-VISITS NOT NUMERIC                                    00065500
              OR AUX-VISITS-N = ZERO                                    00065600
              MOVE 'VISITS ALLOWED INVALID' TO ARJ-REASON               00065700
           END-IF.                                                      00065800
      *-----------------------*                                         00065900
       5500-VALIDATE-TERMS-END.                                         00066000
      *-----------------------*                                         00066100
           EXIT.                                                        00066200
                                                                        00066300
      *-----------------------*                                         00066400
       5600-SET-TERMS.                                                  00066500
      *-----------------------*                                         00066600
           MOVE AUX-AUTHNO   TO WS-AUT-TAB-AUTHNO (AUT-IDX).            00066700
           MOVE AUX-FROMDATE TO WS-AUT-TAB-FROMDATE (AUT-IDX).          00066800
           MOVE AUX-TODATE   TO WS-AUT-TAB-TODATE (AUT-IDX).            00066900
           MOVE AUX-VISITS-N TO WS-AUT-TAB-ALLOWED (AUT-IDX).           00067000
           MOVE ZERO         TO WS-AUT-TAB-USED (AUT-IDX).              00067100
           MOVE 'A'          TO WS-AUT-TAB-STATUS (AUT-IDX).            00067200
      *-----------------------*                                         00067300
       5600-SET-TERMS-END.                                              00067400
      *-----------------------*                                         00067500
           EXIT.                                                        00067600
                                                                        00067700
      *-----------------------*                                         00067800
       5800-WRITE-AUDIT-LINE.                                           00067900
      *-----------------------*                                         00068000
      *    the changed row as it now stands, action first               00068100
           MOVE WS-AUT-TAB-PATIENID (AUT-IDX) TO RPT-C-PATIENID.        00068200
           MOVE WS-AUT-TAB-PAYERCD (AUT-IDX)  TO RPT-C-PAYERCD.         00068300
           MOVE WS-AUT-TAB-TRTNAME (AUT-IDX)  TO RPT-C-TRTNAME.         00068400
           MOVE WS-AUT-TAB-AUTHNO (AUT-IDX)   TO RPT-C-AUTHNO.          00068500
           MOVE WS-AUT-TAB-FROMDATE (AUT-IDX) TO RPT-C-FROMDATE.        00068600
           MOVE WS-AUT-TAB-TODATE (AUT-IDX)   TO RPT-C-TODATE.          00068700
           MOVE WS-AUT-TAB-ALLOWED (AUT-IDX)  TO RPT-C-ALLOWED.         00068800
           MOVE WS-AUT-TAB-USED (AUT-IDX)     TO RPT-C-USED.            00068900
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00069000
              AFTER ADVANCING 1 LINE.                                   00069100
      *-----------------------*                                         00069200
       5800-WRITE-AUDIT-LINE-END.                                       00069300
      *-----------------------*                                         00069400
           EXIT.                                                        00069500
                                                                        00069600
      *-----------------------*                                         00069700
       5900-WRITE-REJECT.                                               00069800
      *-----------------------*                                         00069900
           DISPLAY 'TRANSACTION REJECTED: ' ARJ-REASON.                 00070000
           MOVE AUX-ACTION   TO ARJ-ACTION.                             00070100
           MOVE AUX-PATIENID TO ARJ-PATIENID.                           00070200
           MOVE AUX-PAYERCD  TO ARJ-PAYERCD.                            00070300
           MOVE AUX-TRTNAME  TO ARJ-TRTNAME.                            00070400
           WRITE AREJ-OUT-REC.                                          00070500
           ADD 1 TO WS-NO-REJECTS.                                      00070600
      *-----------------------*                                         00070700
       5900-WRITE-REJECT-END.                                           00070800
      *-----------------------*                                         00070900
           EXIT.                                                        00071000
                                                                        00071100
      *-----------------------*                                         00071200
       6000-REWRITE-AUTHS.                                              00071300
      *-----------------------*                                         00071400
           SET AUT-IDX TO WS-AUT-SUB.                                   00071500
           MOVE SPACE                         TO AUT-REC.               00071600
           MOVE WS-AUT-TAB-PATIENID (AUT-IDX) TO AUT-PATIENID.          00071700
           MOVE WS-AUT-TAB-PAYERCD (AUT-IDX)  TO AUT-PAYERCD.           00071800
           MOVE WS-AUT-TAB-TRTNAME (AUT-IDX)  TO AUT-TRTNAME.           00071900
           MOVE WS-AUT-TAB-AUTHNO (AUT-IDX)   TO AUT-AUTHNO.            00072000
           MOVE WS-AUT-TAB-FROMDATE (AUT-IDX) TO AUT-FROMDATE.          00072100
           MOVE WS-AUT-TAB-TODATE (AUT-IDX)   TO AUT-TODATE.            00072200
           MOVE WS-AUT-TAB-ALLOWED (AUT-IDX)  TO AUT-VISITS-ALLOWED.    00072300
           MOVE WS-AUT-TAB-USED (AUT-IDX)     TO AUT-VISITS-USED.       00072400
           MOVE WS-AUT-TAB-STATUS (AUT-IDX)   TO AUT-STATUS.            00072500
           WRITE AUTH-OUT-REC FROM AUT-REC.                             00072600
      *-----------------------*                                         00072700
       6000-REWRITE-AUTHS-END.                                          00072800
      *-----------------------*                                         00072900
           EXIT.                                                        00073000
                                                                        00073100
      *---------------*                                                 00073200
       8100-READ-AUTX.                                                  00073300
      *---------------*                                                 00073400
                                                                        00073500
           INITIALIZE WS-REC-AUTX.                                      00073600
                                                                        00073700
           READ AUTX-IN INTO WS-REC-AUTX                                00073800
           END-READ.                                                    00073900
                                                                        00074000
           EVALUATE TRUE                                                00074100
                                                                        00074200
             WHEN WS-AUX-FS = '00'                                      00074300
               ADD 1 TO WS-NO-READ-AUTX                                 00074400
      D        DISPLAY "READ FILE OK: " WS-REC-AUTX                     00074500
               CONTINUE                                                 00074600
             WHEN WS-AUX-FS = '10'                                      00074700
               SET WS-AUX-EOF TO TRUE                                   00074800
      D        DISPLAY "WS-AUX-END-OF-FILE " WS-AUX-END-OF-FILE         00074900
             WHEN OTHER                                                 00075000
      D        DISPLAY "ERROR READ FILE AUTTIN !!!: " WS-AUX-FS         00075100
               PERFORM 9999-ABEND                                       00075200
                  THRU 9999-ABEND-END                                   00075300
                                                                        00075400
           END-EVALUATE.                                                00075500
                                                                        00075600
      *-------------------*                                             00075700
       8100-READ-AUTX-END.                                              00075800
      *-------------------*                                             00075900
           EXIT.                                                        00076000
      *-------------------*                                             00076100
       9999-ABEND.                                                      00076200
      *-------------------*                                             00076300
      D    DISPLAY "WE ARE IN ABEND".                                   00076400
      *    WE FORCE AN ABEND                                            00076500
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00076600
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00076700
           GOBACK.                                                      00076800
      *-------------------*                                             00076900
       9999-ABEND-END.                                                  00077000
      *-------------------*                                             00077100
           EXIT.                                                        00077200
