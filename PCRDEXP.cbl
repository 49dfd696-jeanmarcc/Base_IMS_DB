      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PCRDEXP.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport des echeances de credentialisation pour la         00000900
      *      direction du bureau. Liste chaque permis actif             00001000
      *      (CREDFILE, tenu par PCRDMNT) qui expire dans les N         00001100
      *      jours suivant la date du CTLCARD (defaut 60), les          00001200
      *      permis deja expires en tete de motif, puis chaque          00001300
      *      adhesion medecin-payeur (ENRLFILE, tenue par PENRMNT)      00001400
      *      qui se termine dans la meme fenetre sans adhesion          00001500
      *      suivante au meme payeur. Sans ENRLFILE seule la            00001600
      *      partie des permis est produite.                            00001700
      *                                                                 00001800
      * Fichier entree: CTLCARD, date du traitement (YYYYMMDD),         00001900
      *                 jours d'avance                                  00002000
      * Fichier entree: CREDFILE, permis des medecins                   00002100
      * Fichier entree: ENRLFILE, adhesions medecin-payeur              00002200
      * Fichier entree: DOCMSTR, maitre des medecins (noms)             00002300
      * Fichier sortie: CRDXRPT, echeances a 60 jours                   00002400
      *----------------------------------------------------------*      00002500
      *--------------------*                                            00002600
       ENVIRONMENT DIVISION.                                            00002700
      *--------------------*                                            00002800
       CONFIGURATION SECTION.                                           00002900
       OBJECT-COMPUTER.                                                 00003000
       SOURCE-COMPUTER.                                                 00003100
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003500
           ORGANIZATION IS SEQUENTIAL                                   00003600
           FILE STATUS IS WS-CTL-FS.                                    00003700
           SELECT CRD-IN ASSIGN TO CREDFILE                             00003800
           ORGANIZATION IS SEQUENTIAL                                   00003900
           FILE STATUS IS WS-CRD-FS.                                    00004000
           SELECT ENRL-IN ASSIGN TO ENRLFILE                            00004100
           ORGANIZATION IS SEQUENTIAL                                   00004200
           FILE STATUS IS WS-ENR-FS.                                    00004300
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004400
           ORGANIZATION IS SEQUENTIAL                                   00004500
           FILE STATUS IS WS-DOC-FS.                                    00004600
           SELECT RPT01-OUT ASSIGN TO CRDXRPT                           00004700
           ORGANIZATION IS LINE SEQUENTIAL                              00004800
           FILE STATUS IS WS-RPT01-FS.                                  00004900
      *----------------*                                                00005000
       DATA DIVISION.                                                   00005100
      *----------------*                                                00005200
       FILE SECTION.                                                    00005300
                                                                        00005400
       FD  CTLCARD RECORDING MODE F.                                    00005500
       01  CTL-CARD-REC.                                                00005600
           05 CTL-RUN-DATE              PIC X(08).                      00005700
           05 FILLER                    PIC X(01).                      00005800
           05 CTL-DAYS-AHEAD            PIC X(03).                      00005900
           05 CTL-DAYS-AHEAD-N REDEFINES CTL-DAYS-AHEAD                 00006000
                                        PIC 9(03).                      00006100
           05 FILLER                    PIC X(68).                      00006200
                                                                        00006300
      *    permis d'exercice par DOC-CODE; statut A=actif, X=retire     00006400
       FD  CRD-IN RECORDING MODE F.                                     00006500
       01  CRD-REC.                                                     00006600
           05 CRD-DOC-CODE              PIC X(08).                      00006700
           05 CRD-LICENSE-NO            PIC X(15).                      00006800
           05 CRD-LIC-REGION            PIC X(02).                      00006900
           05 CRD-LIC-EXPDATE           PIC X(08).                      00007000
           05 CRD-STATUS                PIC X(01).                      00007100
           05 FILLER                    PIC X(46).                      00007200
                                                                        00007300
      *    adhesion d'un medecin aupres d'un payeur, a dates d'effet    00007400
       FD  ENRL-IN RECORDING MODE F.                                    00007500
       01  ENR-REC.                                                     00007600
           05 ENR-DOC-CODE              PIC X(08).                      00007700
           05 ENR-PAYERCD               PIC X(08).                      00007800
           05 ENR-PROVNO                PIC X(12).                      00007900
           05 ENR-EFFDATE               PIC X(08).                      00008000
           05 ENR-ENDDATE               PIC X(08).                      00008100
           05 FILLER                    PIC X(36).                      00008200
                                                                        00008300
       FD  DOCMSTR RECORDING MODE F.                                    00008400
       01  DOC-MSTR-REC.                                                00008500
           05 DOC-CODE                  PIC X(08).                      00008600
           05 DOC-NAME                  PIC X(20).                      00008700
           05 DOC-SPECIALTY             PIC X(20).                      00008800
           05 DOC-ACTIVE                PIC X(01).                      00008900
           05 FILLER                    PIC X(31).                      00009000
                                                                        00009100
       FD  RPT01-OUT RECORDING MODE F.                                  00009200
       01  RPT01-OUT-REC                PIC X(80).                      00009300
                                                                        00009400
      *-----------------------*                                         00009500
       WORKING-STORAGE SECTION.                                         00009600
      *-----------------------*                                         00009700
       01 WS-FILE-STATUS.                                               00009800
          05 WS-CTL-FS                 PIC X(2).                        00009900
          05 WS-CRD-FS                 PIC X(2).                        00010000
          05 WS-ENR-FS                 PIC X(2).                        00010100
          05 WS-DOC-FS                 PIC X(2).                        00010200
          05 WS-RPT01-FS               PIC X(2).                        00010300
                                                                        00010400
       01 WS-CRD-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010500
          88 WS-CRD-EOF                 VALUE 'TRUE'.                   00010600
       01 WS-ENR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010700
          88 WS-ENR-EOF                 VALUE 'TRUE'.                   00010800
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010900
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00011000
                                                                        00011100
      * a license or enrollment is listed when it ends within this      00011200
      * many days of the run date                                       00011300
       01 WS-DAYS-AHEAD                 PIC 9(03) VALUE 60.             00011400
       01 WS-RUN-DATE                   PIC X(08).                      00011500
       01 WS-DAY-SUB                    PIC 9(03) COMP VALUE 0.         00011600
                                                                        00011700
       01 WS-COUNTERS.                                                  00011800
           05 WS-NO-READ-CRD               PIC 9(8).                    00011900
           05 WS-NO-LIC-EXPIRED            PIC 9(8).                    00012000
           05 WS-NO-LIC-EXPIRING           PIC 9(8).                    00012100
           05 WS-NO-ENR-ENDING             PIC 9(8).                    00012200
                                                                        00012300
      * doctor names for the listing; a code not on the master          00012400
      * prints without a name                                           00012500
       01 WS-DOC-TABLE.                                                 00012600
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00012700
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00012800
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00012900
             10 WS-DOC-TAB-CODE    PIC X(08).                           00013000
             10 WS-DOC-TAB-NAME    PIC X(20).                           00013100
       01 WS-DOC-FOUND                  PIC X(01) VALUE 'N'.            00013200
          88 WS-DOC-HIT                 VALUE 'Y'.                      00013300
       01 WS-DOC-HIT-SUB                PIC 9(03) COMP VALUE 0.         00013400
       01 WS-LOOKUP-DOC-CODE            PIC X(08).                      00013500
                                                                        00013600
      * enrollments in table: a row ending in the window is only        00013700
      * listed when no later row of the same doctor and payer           00013800
      * takes over from it                                              00013900
       01 WS-ENR-TABLE.                                                 00014000
          05 WS-ENR-MAX         PIC 9(04) COMP VALUE 1000.              00014100
          05 WS-ENR-COUNT       PIC 9(04) COMP VALUE 0.                 00014200
          05 WS-ENR-ENTRY OCCURS 1000 TIMES INDEXED BY ENR-IDX.         00014300
             10 WS-ENR-TAB-DOC-CODE PIC X(08).                          00014400
             10 WS-ENR-TAB-PAYERCD  PIC X(08).                          00014500
             10 WS-ENR-TAB-PROVNO   PIC X(12).                          00014600
             10 WS-ENR-TAB-EFFDATE  PIC X(08).                          00014700
             10 WS-ENR-TAB-ENDDATE  PIC X(08).                          00014800
       01 WS-ENR-SUB                    PIC 9(04) COMP VALUE 0.         00014900
       01 WS-ENR-NEXT-FOUND             PIC X(01) VALUE 'N'.            00015000
          88 WS-ENR-NEXT-HIT            VALUE 'Y'.                      00015100
       01 WS-ENR-LOADED                 PIC X(01) VALUE 'N'.            00015200
          88 WS-ENR-FILE-LOADED         VALUE 'Y'.                      00015300
                                                                        00015400
      * the last date a license or enrollment may end and still         00015500
      * be listed                                                       00015600
       01 WS-CAL-DATE.                                                  00015700
          05 WS-CAL-YYYY               PIC 9(04).                       00015800
          05 WS-CAL-MM                 PIC 9(02).                       00015900
          05 WS-CAL-DD                 PIC 9(02).                       00016000
       01 WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.          00016100
       01 WS-LEAP-QUOT                 PIC 9(04) COMP VALUE 0.          00016200
       01 WS-LEAP-R4                   PIC 9(04) COMP VALUE 0.          00016300
       01 WS-LEAP-R100                 PIC 9(04) COMP VALUE 0.          00016400
       01 WS-LEAP-R400                 PIC 9(04) COMP VALUE 0.          00016500
                                                                        00016600
       01 RPT-HEADER-1.                                                 00016700
           05 FILLER           PIC X(35) VALUE                          00016800
                'CREDENTIALING EXPIRY REPORT       '.                   00016900
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.            00017000
           05 RPT-H1-RUN-DATE  PIC X(08).                               00017100
           05 FILLER           PIC X(08) VALUE ' UNTIL: '.              00017200
           05 RPT-H1-HORIZON   PIC X(08).                               00017300
           05 FILLER           PIC X(11) VALUE SPACE.                   00017400
                                                                        00017500
       01 RPT-LIC-HEADER.                                               00017600
           05 FILLER           PIC X(30) VALUE                          00017700
                'DOCTOR LICENSES'.                                      00017800
           05 FILLER           PIC X(50) VALUE SPACE.                   00017900
                                                                        00018000
       01 RPT-LIC-HEADER-2.                                             00018100
           05 FILLER           PIC X(09) VALUE 'DOC CODE'.              00018200
           05 FILLER           PIC X(21) VALUE 'DOCTOR'.                00018300
           05 FILLER           PIC X(16) VALUE 'LICENSE NO'.            00018400
           05 FILLER           PIC X(04) VALUE 'RG'.                    00018500
           05 FILLER           PIC X(09) VALUE 'EXPIRES'.               00018600
           05 FILLER           PIC X(21) VALUE 'STATE'.                 00018700
                                                                        00018800
       01 RPT-LIC-DETAIL.                                               00018900
           05 RPT-L-DOC-CODE   PIC X(08).                               00019000
           05 FILLER           PIC X(01) VALUE SPACE.                   00019100
           05 RPT-L-DOC-NAME   PIC X(20).                               00019200
           05 FILLER           PIC X(01) VALUE SPACE.                   00019300
           05 RPT-L-LICENSE-NO PIC X(15).                               00019400
           05 FILLER           PIC X(01) VALUE SPACE.                   00019500
           05 RPT-L-LIC-REGION PIC X(02).                               00019600
           05 FILLER           PIC X(02) VALUE SPACE.                   00019700
           05 RPT-L-EXPDATE    PIC X(08).                               00019800
           05 FILLER           PIC X(01) VALUE SPACE.                   00019900
           05 RPT-L-STATE      PIC X(08).                               00020000
           05 FILLER           PIC X(13) VALUE SPACE.                   00020100
                                                                        00020200
       01 RPT-ENR-HEADER.                                               00020300
           05 FILLER           PIC X(30) VALUE                          00020400
                'DOCTOR-PAYER ENROLLMENTS'.                             00020500
           05 FILLER           PIC X(50) VALUE SPACE.                   00020600
                                                                        00020700
       01 RPT-ENR-HEADER-2.                                             00020800
           05 FILLER           PIC X(09) VALUE 'DOC CODE'.              00020900
           05 FILLER           PIC X(21) VALUE 'DOCTOR'.                00021000
           05 FILLER           PIC X(09) VALUE 'PAYER'.                 00021100
           05 FILLER           PIC X(13) VALUE 'PROVIDER NO'.           00021200
           05 FILLER           PIC X(09) VALUE 'EFFECTIVE'.             00021300
           05 FILLER           PIC X(19) VALUE 'ENDS'.                  00021400
                                                                        00021500
       01 RPT-ENR-DETAIL.                                               00021600
           05 RPT-E-DOC-CODE   PIC X(08).                               00021700
           05 FILLER           PIC X(01) VALUE SPACE.                   00021800
           05 RPT-E-DOC-NAME   PIC X(20).                               00021900
           05 FILLER           PIC X(01) VALUE SPACE.                   00022000
           05 RPT-E-PAYERCD    PIC X(08).                               00022100
           05 FILLER           PIC X(01) VALUE SPACE.                   00022200
           05 RPT-E-PROVNO     PIC X(12).                               00022300
           05 FILLER           PIC X(01) VALUE SPACE.                   00022400
           05 RPT-E-EFFDATE    PIC X(08).                               00022500
           05 FILLER           PIC X(01) VALUE SPACE.                   00022600
           05 RPT-E-ENDDATE    PIC X(08).                               00022700
           05 FILLER           PIC X(11) VALUE SPACE.                   00022800
                                                                        00022900
       01 RPT-TOTAL-LINE.                                               00023000
           05 RPT-T-LABEL      PIC X(20).                               00023100
           05 FILLER           PIC X(02) VALUE ': '.                    00023200
           05 RPT-T-COUNT      PIC ZZZZZZZ9.                            00023300
           05 FILLER           PIC X(50) VALUE SPACE.                   00023400
                                                                        00023500
      *-----------------------*                                         00023600
       PROCEDURE DIVISION.                                              00023700
      *-----------------------*                                         00023800
                                                                        00023900
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00024000
                                                                        00024100
           PERFORM 1000-INIT                                            00024200
              THRU 1000-INIT-END.                                       00024300
                                                                        00024400
           DISPLAY '1_____LIST LICENSES DUE'.                           00024500
           PERFORM 2000-CHECK-LICENSE                                   00024600
              THRU 2000-CHECK-LICENSE-END                               00024700
              UNTIL WS-CRD-EOF.                                         00024800
           CLOSE CRD-IN.                                                00024900
                                                                        00025000
           MOVE 'LICENSES EXPIRED' TO RPT-T-LABEL.                      00025100
           MOVE WS-NO-LIC-EXPIRED TO RPT-T-COUNT.                       00025200
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00025300
              AFTER ADVANCING 2 LINES.                                  00025400
           MOVE 'LICENSES EXPIRING' TO RPT-T-LABEL.                     00025500
           MOVE WS-NO-LIC-EXPIRING TO RPT-T-COUNT.                      00025600
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00025700
              AFTER ADVANCING 1 LINE.                                   00025800
                                                                        00025900
           IF WS-ENR-FILE-LOADED                                        00026000
              DISPLAY '2_____LIST ENROLLMENTS ENDING'                   00026100
              WRITE RPT01-OUT-REC FROM RPT-ENR-HEADER                   00026200
                 AFTER ADVANCING 3 LINES                                00026300
              WRITE RPT01-OUT-REC FROM RPT-ENR-HEADER-2                 00026400
                 AFTER ADVANCING 2 LINES                                00026500
              PERFORM 3000-CHECK-ENROLLMENT                             00026600
                 THRU 3000-CHECK-ENROLLMENT-END                         00026700
                 VARYING WS-ENR-SUB FROM 1 BY 1                         00026800
                 UNTIL WS-ENR-SUB > WS-ENR-COUNT                        00026900
              MOVE 'ENROLLMENTS ENDING' TO RPT-T-LABEL                  00027000
              MOVE WS-NO-ENR-ENDING TO RPT-T-COUNT                      00027100
              WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                   00027200
                 AFTER ADVANCING 2 LINES                                00027300
           END-IF.                                                      00027400
                                                                        00027500
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00027600
           DISPLAY 'LICENSES READ      : ' WS-NO-READ-CRD.              00027700
           DISPLAY 'LICENSES EXPIRED   : ' WS-NO-LIC-EXPIRED.           00027800
           DISPLAY 'LICENSES EXPIRING  : ' WS-NO-LIC-EXPIRING.          00027900
           DISPLAY 'ENROLLMENTS ENDING : ' WS-NO-ENR-ENDING.            00028000
           CLOSE RPT01-OUT.                                             00028100
                                                                        00028200
           IF WS-NO-LIC-EXPIRED > 0                                     00028300
              OR WS-NO-LIC-EXPIRING > 0                                 00028400
              OR WS-NO-ENR-ENDING > 0                                   00028500
              MOVE 4 TO RETURN-CODE                                     00028600
           END-IF.                                                      00028700
                                                                        00028800
           GOBACK.                                                      00028900
                                                                        00029000
      *------------*                                                    00029100
       1000-INIT.                                                       00029200
      *------------*                                                    00029300
           DISPLAY "***** INIT PROCESS *****".                          00029400
                                                                        00029500
           MOVE SPACE TO WS-FILE-STATUS.                                00029600
           MOVE ZEROES TO WS-COUNTERS.                                  00029700
                                                                        00029800
           OPEN INPUT CTLCARD.                                          00029900
                                                                        00030000
           IF WS-CTL-FS NOT = "00"                                      00030100
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00030200
             PERFORM 9999-ABEND                                         00030300
                THRU 9999-ABEND-END                                     00030400
           END-IF.                                                      00030500
                                                                        00030600
           READ CTLCARD INTO CTL-CARD-REC                               00030700
              AT END                                                    00030800
      D         DISPLAY "CTLCARD IS EMPTY - NO RUN DATE SUPPLIED"       00030900
                PERFORM 9999-ABEND                                      00031000
                   THRU 9999-ABEND-END                                  00031100
           END-READ.                                                    00031200
                                                                        00031300
           MOVE CTL-RUN-DATE TO WS-RUN-DATE.                            00031400
           CLOSE CTLCARD.                                               00031500
                                                                        00031600
           IF WS-RUN-DATE NOT NUMERIC                                   00031700
              DISPLAY 'CTLCARD RUN DATE NOT NUMERIC: ' WS-RUN-DATE      00031800
              PERFORM 9999-ABEND                                        00031900
                 THRU 9999-ABEND-END                                    00032000
           END-IF.                                                      00032100
                                                                        00032200
      *    a blank or non numeric lead time keeps the default           00032300
           IF CTL-DAYS-AHEAD NUMERIC                                    00032400
              MOVE CTL-DAYS-AHEAD-N TO WS-DAYS-AHEAD                    00032500
           END-IF.                                                      00032600
                                                                        00032700
      *    the horizon is the run date plus the lead time               00032800
           MOVE WS-RUN-DATE TO WS-CAL-DATE.                             00032900
           PERFORM 3400-NEXT-DATE                                       00033000
              THRU 3400-NEXT-DATE-END                                   00033100
              VARYING WS-DAY-SUB FROM 1 BY 1                            00033200
              UNTIL WS-DAY-SUB > WS-DAYS-AHEAD.                         00033300
           DISPLAY 'RUN DATE: ' WS-RUN-DATE                             00033400
              ' HORIZON: ' WS-CAL-DATE.                                 00033500
                                                                        00033600
      *    doctor names are a courtesy; the codes print without         00033700
           OPEN INPUT DOCMSTR.                                          00033800
           IF WS-DOC-FS = '00'                                          00033900
              PERFORM 1100-LOAD-DOC-TABLE                               00034000
                 THRU 1100-LOAD-DOC-TABLE-END                           00034100
                 UNTIL WS-DOC-EOF                                       00034200
              CLOSE DOCMSTR                                             00034300
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00034400
           ELSE                                                         00034500
              DISPLAY 'DOCMSTR NOT AVAILABLE - CODES ONLY'              00034600
           END-IF.                                                      00034700
                                                                        00034800
           OPEN INPUT ENRL-IN.                                          00034900
           IF WS-ENR-FS = '00'                                          00035000
              MOVE 'Y' TO WS-ENR-LOADED                                 00035100
              PERFORM 1200-LOAD-ENR-TABLE                               00035200
                 THRU 1200-LOAD-ENR-TABLE-END                           00035300
                 UNTIL WS-ENR-EOF                                       00035400
              CLOSE ENRL-IN                                             00035500
              DISPLAY 'ENROLLMENTS LOADED: ' WS-ENR-COUNT               00035600
           ELSE                                                         00035700
              DISPLAY 'ENRLFILE NOT AVAILABLE - LICENSES ONLY'          00035800
           END-IF.                                                      00035900
                                                                        00036000
           OPEN INPUT CRD-IN.                                           00036100
           IF WS-CRD-FS NOT = "00"                                      00036200
      D      DISPLAY "ERROR OPEN FILE CREDFILE: " WS-CRD-FS             00036300
             PERFORM 9999-ABEND                                         00036400
                THRU 9999-ABEND-END                                     00036500
           END-IF.                                                      00036600
                                                                        00036700
           OPEN OUTPUT RPT01-OUT.                                       00036800
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.                         00036900
           MOVE WS-CAL-DATE TO RPT-H1-HORIZON.                          00037000
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00037100
           WRITE RPT01-OUT-REC FROM RPT-LIC-HEADER                      00037200
              AFTER ADVANCING 2 LINES.                                  00037300
           WRITE RPT01-OUT-REC FROM RPT-LIC-HEADER-2                    00037400
              AFTER ADVANCING 2 LINES.                                  00037500
                                                                        00037600
      *    first read of the license file                               00037700
           PERFORM 8100-READ-CRD                                        00037800
              THRU 8100-READ-CRD-END.                                   00037900
                                                                        00038000
           DISPLAY "***** FIN INIT PROCESS *****".                      00038100
                                                                        00038200
      *----------------*                                                00038300
       1000-INIT-END.                                                   00038400
      *----------------*                                                00038500
           EXIT.                                                        00038600
                                                                        00038700
      *-----------------------*                                         00038800
       1100-LOAD-DOC-TABLE.                                             00038900
      *-----------------------*                                         00039000
           READ DOCMSTR                                                 00039100
           END-READ.                                                    00039200
                                                                        00039300
           EVALUATE TRUE                                                00039400
             WHEN WS-DOC-FS = '00'                                      00039500
               IF WS-DOC-COUNT < WS-DOC-MAX                             00039600
                  ADD 1 TO WS-DOC-COUNT                                 00039700
                  SET DOC-IDX TO WS-DOC-COUNT                           00039800
                  MOVE DOC-CODE TO WS-DOC-TAB-CODE (DOC-IDX)            00039900
                  MOVE DOC-NAME TO WS-DOC-TAB-NAME (DOC-IDX)            00040000
               ELSE                                                     00040100
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00040200
                     DOC-CODE                                           00040300
               END-IF                                                   00040400
             WHEN WS-DOC-FS = '10'                                      00040500
               SET WS-DOC-EOF TO TRUE                                   00040600
             WHEN OTHER                                                 00040700
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00040800
               PERFORM 9999-ABEND                                       00040900
                  THRU 9999-ABEND-END                                   00041000
           END-EVALUATE.                                                00041100
      *-----------------------*                                         00041200
       1100-LOAD-DOC-TABLE-END.                                         00041300
      *-----------------------*                                         00041400
           EXIT.                                                        00041500
                                                                        00041600
      *-----------------------*                                         00041700
       1200-LOAD-ENR-TABLE.                                             00041800
      *-----------------------*                                         00041900
           READ ENRL-IN                                                 00042000
           END-READ.                                                    00042100
                                                                        00042200
           EVALUATE TRUE                                                00042300
             WHEN WS-ENR-FS = '00'                                      00042400
               IF WS-ENR-COUNT < WS-ENR-MAX                             00042500
                  ADD 1 TO WS-ENR-COUNT                                 00042600
                  SET ENR-IDX TO WS-ENR-COUNT                           00042700
                  MOVE ENR-DOC-CODE TO WS-ENR-TAB-DOC-CODE (ENR-IDX)    00042800
                  MOVE ENR-PAYERCD  TO WS-ENR-TAB-PAYERCD (ENR-IDX)     00042900
                  MOVE ENR-PROVNO   TO WS-ENR-TAB-PROVNO (ENR-IDX)      00043000
                  MOVE ENR-EFFDATE  TO WS-ENR-TAB-EFFDATE (ENR-IDX)     00043100
                  MOVE ENR-ENDDATE  TO WS-ENR-TAB-ENDDATE (ENR-IDX)     00043200
               ELSE                                                     00043300
                  DISPLAY 'ENROLLMENT TABLE FULL - ENTRY DROPPED: '     00043400
                     ENR-DOC-CODE ' ' ENR-PAYERCD                       00043500
               END-IF                                                   00043600
             WHEN WS-ENR-FS = '10'                                      00043700
               SET WS-ENR-EOF TO TRUE                                   00043800
             WHEN OTHER                                                 00043900
      D        DISPLAY "ERROR READ FILE ENRLFILE !!!: " WS-ENR-FS       00044000
               PERFORM 9999-ABEND                                       00044100
                  THRU 9999-ABEND-END                                   00044200
           END-EVALUATE.                                                00044300
      *-----------------------*                                         00044400
       1200-LOAD-ENR-TABLE-END.                                         00044500
      *-----------------------*                                         00044600
           EXIT.                                                        00044700
                                                                        00044800
      *-----------------------*                                         00044900
       2000-CHECK-LICENSE.                                              00045000
      *-----------------------*                                         00045100
      *    a removed license is no longer followed                      00045200
           IF CRD-STATUS NOT = 'A'                                      00045300
              OR CRD-LIC-EXPDATE > WS-CAL-DATE                          00045400
              GO TO 2000-CHECK-LICENSE-NEXT                             00045500
           END-IF.                                                      00045600
                                                                        00045700
           MOVE CRD-DOC-CODE     TO RPT-L-DOC-CODE.                     00045800
           MOVE CRD-DOC-CODE     TO WS-LOOKUP-DOC-CODE.                 00045900
           PERFORM 5000-FIND-DOCTOR                                     00046000
              THRU 5000-FIND-DOCTOR-END.                                00046100
           IF WS-DOC-HIT                                                00046200
              SET DOC-IDX TO WS-DOC-HIT-SUB                             00046300
              MOVE WS-DOC-TAB-NAME (DOC-IDX) TO RPT-L-DOC-NAME          00046400
           ELSE                                                         00046500
              MOVE SPACE TO RPT-L-DOC-NAME                              00046600
           END-IF.                                                      00046700
           MOVE CRD-LICENSE-NO   TO RPT-L-LICENSE-NO.                   00046800
           MOVE CRD-LIC-REGION   TO RPT-L-LIC-REGION.                   00046900
           MOVE CRD-LIC-EXPDATE  TO RPT-L-EXPDATE.                      00047000
      *    a license already lapsed comes first in the desk's eye       00047100
           IF CRD-LIC-EXPDATE < WS-RUN-DATE                             00047200
              MOVE 'EXPIRED'  TO RPT-L-STATE                            00047300
              ADD 1 TO WS-NO-LIC-EXPIRED                                00047400
           ELSE                                                         00047500
              MOVE 'EXPIRING' TO RPT-L-STATE                            00047600
              ADD 1 TO WS-NO-LIC-EXPIRING                               00047700
           END-IF.                                                      00047800
           WRITE RPT01-OUT-REC FROM RPT-LIC-DETAIL                      00047900
              AFTER ADVANCING 1 LINE.                                   00048000
                                                                        00048100
       2000-CHECK-LICENSE-NEXT.                                         00048200
           PERFORM 8100-READ-CRD                                        00048300
              THRU 8100-READ-CRD-END.                                   00048400
      *-----------------------*                                         00048500
       2000-CHECK-LICENSE-END.                                          00048600
      *-----------------------*                                         00048700
           EXIT.                                                        00048800
                                                                        00048900
      *-----------------------*                                         00049000
       3000-CHECK-ENROLLMENT.                                           00049100
      *-----------------------*                                         00049200
      *    an open row never ends; a row already over was either        00049300
      *    listed before or was taken over                              00049400
           SET ENR-IDX TO WS-ENR-SUB.                                   00049500
           IF WS-ENR-TAB-ENDDATE (ENR-IDX) = '99999999'                 00049600
              OR WS-ENR-TAB-ENDDATE (ENR-IDX) < WS-RUN-DATE             00049700
              OR WS-ENR-TAB-ENDDATE (ENR-IDX) > WS-CAL-DATE             00049800
              GO TO 3000-CHECK-ENROLLMENT-END                           00049900
           END-IF.                                                      00050000
                                                                        00050100
           MOVE 'N' TO WS-ENR-NEXT-FOUND.                               00050200
           PERFORM 3100-NEXT-ENROLLMENT-LOOKUP                          00050300
              THRU 3100-NEXT-ENROLLMENT-LOOKUP-END                      00050400
              VARYING ENR-IDX FROM 1 BY 1                               00050500
              UNTIL ENR-IDX > WS-ENR-COUNT                              00050600
                 OR WS-ENR-NEXT-HIT.                                    00050700
           IF WS-ENR-NEXT-HIT                                           00050800
              GO TO 3000-CHECK-ENROLLMENT-END                           00050900
           END-IF.                                                      00051000
                                                                        00051100
           SET ENR-IDX TO WS-ENR-SUB.                                   00051200
           MOVE WS-ENR-TAB-DOC-CODE (ENR-IDX) TO RPT-E-DOC-CODE.        00051300
           MOVE WS-ENR-TAB-DOC-CODE (ENR-IDX) TO WS-LOOKUP-DOC-CODE.    00051400
           PERFORM 5000-FIND-DOCTOR                                     00051500
              THRU 5000-FIND-DOCTOR-END.                                00051600
           IF WS-DOC-HIT                                                00051700
              SET DOC-IDX TO WS-DOC-HIT-SUB                             00051800
              MOVE WS-DOC-TAB-NAME (DOC-IDX) TO RPT-E-DOC-NAME          00051900
           ELSE                                                         00052000
              MOVE SPACE TO RPT-E-DOC-NAME                              00052100
           END-IF.                                                      00052200
           MOVE WS-ENR-TAB-PAYERCD (ENR-IDX)  TO RPT-E-PAYERCD.         00052300
           MOVE WS-ENR-TAB-PROVNO (ENR-IDX)   TO RPT-E-PROVNO.          00052400
           MOVE WS-ENR-TAB-EFFDATE (ENR-IDX)  TO RPT-E-EFFDATE.         00052500
           MOVE WS-ENR-TAB-ENDDATE (ENR-IDX)  TO RPT-E-ENDDATE.         00052600
           WRITE RPT01-OUT-REC FROM RPT-ENR-DETAIL                      00052700
              AFTER ADVANCING 1 LINE.                                   00052800
           ADD 1 TO WS-NO-ENR-ENDING.                                   00052900
      *-----------------------*                                         00053000
       3000-CHECK-ENROLLMENT-END.                                       00053100
      *-----------------------*                                         00053200
           EXIT.                                                        00053300
                                                                        00053400
      *-----------------------*                                         00053500
       3100-NEXT-ENROLLMENT-LOOKUP.                                     00053600
      *-----------------------*                                         00053700
      *    a later row of the same doctor and payer takes over          00053800
           IF WS-ENR-TAB-DOC-CODE (ENR-IDX)                             00053900
                 = WS-ENR-TAB-DOC-CODE (WS-ENR-SUB)                     00054000
              AND WS-ENR-TAB-PAYERCD (ENR-IDX)                          00054100
                 = WS-ENR-TAB-PAYERCD (WS-ENR-SUB)                      00054200
              AND WS-ENR-TAB-EFFDATE (ENR-IDX)                          00054300
                 > WS-ENR-TAB-ENDDATE (WS-ENR-SUB)                      00054400
              MOVE 'Y' TO WS-ENR-NEXT-FOUND                             00054500
           END-IF.                                                      00054600
      *-----------------------*                                         00054700
       3100-NEXT-ENROLLMENT-LOOKUP-END.                                 00054800
      *-----------------------*                                         00054900
           EXIT.                                                        00055000
                                                                        00055100
      *-----------------------*                                         00055200
       3400-NEXT-DATE.                                                  00055300
      *-----------------------*                                         00055400
      *    WS-CAL-DATE moves on one calendar day                        00055500
           EVALUATE WS-CAL-MM                                           00055600
             WHEN 4                                                     00055700
             WHEN 6                                                     00055800
             WHEN 9                                                     00055900
             WHEN 11                                                    00056000
               MOVE 30 TO WS-MONTH-DAYS                                 00056100
             WHEN 2                                                     00056200
               DIVIDE WS-CAL-YYYY BY 4                                  00056300
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R4              00056400
               DIVIDE WS-CAL-YYYY BY 100                                00056500
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R100            00056600
               DIVIDE WS-CAL-YYYY BY 400                                00056700
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R400            00056800
               IF WS-LEAP-R4 = ZERO                                     00056900
                  AND (WS-LEAP-R100 NOT = ZERO                          00057000
                       OR WS-LEAP-R400 = ZERO)                          00057100
                  MOVE 29 TO WS-MONTH-DAYS                              00057200
               ELSE                                                     00057300
                  MOVE 28 TO WS-MONTH-DAYS                              00057400
               END-IF                                                   00057500
             WHEN OTHER                                                 00057600
               MOVE 31 TO WS-MONTH-DAYS                                 00057700
           END-EVALUATE.                                                00057800
                                                                        00057900
           ADD 1 TO WS-CAL-DD.                                          00058000
           IF WS-CAL-DD > WS-MONTH-DAYS                                 00058100
              MOVE 1 TO WS-CAL-DD                                       00058200
              ADD 1 TO WS-CAL-MM                                        00058300
              IF WS-CAL-MM > 12                                         00058400
                 MOVE 1 TO WS-CAL-MM                                    00058500
                 ADD 1 TO WS-CAL-YYYY                                   00058600
              END-IF                                                    00058700
           END-IF.                                                      00058800
      *-----------------------*                                         00058900
       3400-NEXT-DATE-END.                                              00059000
      *-----------------------*                                         00059100
           EXIT.                                                        00059200
                                                                        00059300
      *-----------------------*                                         00059400
       5000-FIND-DOCTOR.                                                00059500
      *-----------------------*                                         00059600
           MOVE 'N' TO WS-DOC-FOUND.                                    00059700
           PERFORM 5010-DOCTOR-LOOKUP                                   00059800
              THRU 5010-DOCTOR-LOOKUP-END                               00059900
              VARYING DOC-IDX FROM 1 BY 1                               00060000
              UNTIL DOC-IDX > WS-DOC-COUNT                              00060100
                 OR WS-DOC-HIT.                                         00060200
      *-----------------------*                                         00060300
       5000-FIND-DOCTOR-END.                                            00060400
      *-----------------------*                                         00060500
           EXIT.                                                        00060600
                                                                        00060700
      *-----------------------*                                         00060800
       5010-DOCTOR-LOOKUP.                                              00060900
      *-----------------------*                                         00061000
           IF WS-DOC-TAB-CODE (DOC-IDX) = WS-LOOKUP-DOC-CODE            00061100
              MOVE 'Y' TO WS-DOC-FOUND                                  00061200
              SET WS-DOC-HIT-SUB TO DOC-IDX                             00061300
           END-IF.                                                      00061400
      *-----------------------*                                         00061500
       5010-DOCTOR-LOOKUP-END.                                          00061600
      *-----------------------*                                         00061700
           EXIT.                                                        00061800
                                                                        00061900
      *---------------*                                                 00062000
       8100-READ-CRD.                                                   00062100
      *---------------*                                                 00062200
           READ CRD-IN                                                  00062300
           END-READ.                                                    00062400
                                                                        00062500
           EVALUATE TRUE                                                00062600
                                                                        00062700
             WHEN WS-CRD-FS = '00'                                      00062800
               ADD 1 TO WS-NO-READ-CRD                                  00062900
             WHEN WS-CRD-FS = '10'                                      00063000
               SET WS-CRD-EOF TO TRUE                                   00063100
      D        DISPLAY "WS-CRD-END-OF-FILE " WS-CRD-END-OF-FILE         00063200
             WHEN OTHER                                                 00063300
      D        DISPLAY "ERROR READ FILE CREDFILE !!!: " WS-CRD-FS       00063400
               PERFORM 9999-ABEND                                       00063500
                  THRU 9999-ABEND-END                                   00063600
                                                                        00063700
           END-EVALUATE.                                                00063800
                                                                        00063900
      *-------------------*                                             00064000
       8100-READ-CRD-END.                                               00064100
      *-------------------*                                             00064200
           EXIT.                                                        00064300
      *-------------------*                                             00064400
       9999-ABEND.                                                      00064500
      *-------------------*                                             00064600
      D    DISPLAY "WE ARE IN ABEND".                                   00064700
      *    WE FORCE AN ABEND                                            00064800
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00064900
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00065000
           GOBACK.                                                      00065100
      *-------------------*                                             00065200
       9999-ABEND-END.                                                  00065300
      *-------------------*                                             00065400
           EXIT.                                                        00065500
