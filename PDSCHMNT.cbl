      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PDSCHMNT.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance du calendrier des medecins (DOCSCHD,           00000900
      *      lu par PAPPTMNT et PDSCHOPN). Un enregistrement H          00001000
      *      par DOC-CODE porte les jours de travail (lundi a           00001100
      *      dimanche, Y/N), l'heure de debut et de fin (HHMM)          00001200
      *      et la longueur des plages en minutes, et la clinique       00001300
      *      ou il consulte (FACCTL, blanc = 01); un                    00001400
      *      enregistrement B par date bloquee (vacances, etc.).        00001500
      *      Transactions DSCTIN: H=poser ou remplacer les              00001600
      *      heures, B=bloquer une date, U=debloquer une date.          00001700
      *      Le DOC-CODE est valide contre DOCMSTR, tout le reste       00001800
      *      est valide et chaque changement sort sur le journal        00001900
      *      DSCRPT. Une date bloquee deja passee n'est pas             00002000
      *      recrite. Le fichier tient au plus 100 enregistrements      00002100
      *      H et 500 dates bloquees, les tables de PAPPTMNT et         00002200
      *      PDSCHOPN qui le relisent.                                  00002300
      *                                                                 00002400
      * Fichier entree: DSCIN, calendrier courant                       00002500
      * Fichier entree: DSCTIN, transactions du calendrier              00002600
      * Fichier entree: DOCMSTR, maitre des medecins                    00002700
      * Fichier entree: FACCTL, cliniques                               00002800
      * Fichier sortie: DSCOUT, nouveau calendrier                      00002900
      * Fichier sortie: DSCRPT, journal des changements                 00003000
      * Fichier sortie: DSCREJ, transactions refusees                   00003100
      *----------------------------------------------------------*      00003200
      *--------------------*                                            00003300
       ENVIRONMENT DIVISION.                                            00003400
      *--------------------*                                            00003500
       CONFIGURATION SECTION.                                           00003600
       OBJECT-COMPUTER.                                                 00003700
       SOURCE-COMPUTER.                                                 00003800
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
           SELECT DSC-IN ASSIGN TO DSCIN                                00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-DSC-FS.                                    00004400
           SELECT DTRX-IN ASSIGN TO DSCTIN                              00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-DTR-FS.                                    00004700
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004800
           ORGANIZATION IS SEQUENTIAL                                   00004900
           FILE STATUS IS WS-DOC-FS.                                    00005000
           SELECT FACCTL ASSIGN TO FACCTL                               00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-FAC-FS.                                    00005300
           SELECT DSC-OUT ASSIGN TO DSCOUT                              00005400
           ORGANIZATION IS SEQUENTIAL                                   00005500
           FILE STATUS IS WS-DSCO-FS.                                   00005600
           SELECT RPT01-OUT ASSIGN TO DSCRPT                            00005700
           ORGANIZATION IS LINE SEQUENTIAL                              00005800
           FILE STATUS IS WS-RPT01-FS.                                  00005900
           SELECT DREJ-OUT ASSIGN TO DSCREJ                             00006000
           ORGANIZATION IS SEQUENTIAL                                   00006100
           FILE STATUS IS WS-DREJ-FS.                                   00006200
      *----------------*                                                00006300
       DATA DIVISION.                                                   00006400
      *----------------*                                                00006500
       FILE SECTION.                                                    00006600
                                                                        00006700
      *    calendrier des medecins: un enregistrement H (heures)        00006800
      *    par medecin, un B par date bloquee                           00006900
       FD  DSC-IN RECORDING MODE F.                                     00007000
       01  DSC-REC.                                                     00007100
           05 DSC-DOC-CODE              PIC X(08).                      00007200
           05 FILLER                    PIC X(01).                      00007300
           05 DSC-TYPE                  PIC X(01).                      00007400
           05 FILLER                    PIC X(01).                      00007500
           05 DSC-DATA                  PIC X(69).                      00007600
           05 DSC-HOURS REDEFINES DSC-DATA.                             00007700
              10 DSC-WORKDAYS           PIC X(07).                      00007800
              10 FILLER                 PIC X(01).                      00007900
              10 DSC-START-TIME         PIC X(04).                      00008000
              10 FILLER                 PIC X(01).                      00008100
              10 DSC-END-TIME           PIC X(04).                      00008200
              10 FILLER                 PIC X(01).                      00008300
              10 DSC-SLOT-LEN           PIC 9(03).                      00008400
              10 FILLER                 PIC X(01).                      00008500
              10 DSC-FACILITY           PIC X(02).                      00008600
              10 FILLER                 PIC X(45).                      00008700
           05 DSC-BLOCK REDEFINES DSC-DATA.                             00008800
              10 DSC-BLOCK-DATE         PIC X(08).                      00008900
              10 FILLER                 PIC X(01).                      00009000
              10 DSC-BLOCK-REASON       PIC X(20).                      00009100
              10 FILLER                 PIC X(40).                      00009200
                                                                        00009300
       FD  DTRX-IN RECORDING MODE F.                                    00009400
       01  DTRX-IN-DATA                 PIC X(80).                      00009500
                                                                        00009600
      *    doctor master reference file: one record per physician       00009700
       FD  DOCMSTR RECORDING MODE F.                                    00009800
       01  DOC-MSTR-REC.                                                00009900
           05 DOC-CODE                  PIC X(08).                      00010000
           05 DOC-NAME                  PIC X(20).                      00010100
           05 DOC-SPECIALTY             PIC X(20).                      00010200
           05 DOC-ACTIVE                PIC X(01).                      00010300
           05 FILLER                    PIC X(31).                      00010400
                                                                        00010500
      *    facility control file: one record per clinic                 00010600
       FD  FACCTL RECORDING MODE F.                                     00010700
       01  FAC-CTL-REC.                                                 00010800
           05 FAC-CODE                  PIC X(02).                      00010900
           05 FILLER                    PIC X(01).                      00011000
           05 FAC-NAME                  PIC X(20).                      00011100
           05 FILLER                    PIC X(01).                      00011200
           05 FAC-ACTIVE                PIC X(01).                      00011300
           05 FILLER                    PIC X(55).                      00011400
                                                                        00011500
       FD  DSC-OUT RECORDING MODE F.                                    00011600
       01  DSC-OUT-REC                  PIC X(80).                      00011700
                                                                        00011800
       FD  RPT01-OUT RECORDING MODE F.                                  00011900
       01  RPT01-OUT-REC                PIC X(80).                      00012000
                                                                        00012100
       FD  DREJ-OUT RECORDING MODE F.                                   00012200
       01  DREJ-OUT-REC.                                                00012300
           05 DRJ-ACTION       PIC X(01).                               00012400
           05 FILLER           PIC X(01) VALUE SPACE.                   00012500
           05 DRJ-DOC-CODE     PIC X(08).                               00012600
           05 FILLER           PIC X(01) VALUE SPACE.                   00012700
           05 DRJ-REASON       PIC X(30).                               00012800
           05 FILLER           PIC X(39).                               00012900
                                                                        00013000
      *-----------------------*                                         00013100
       WORKING-STORAGE SECTION.                                         00013200
      *-----------------------*                                         00013300
       01 WS-FILE-STATUS.                                               00013400
          05 WS-DSC-FS                 PIC X(2).                        00013500
          05 WS-DTR-FS                 PIC X(2).                        00013600
          05 WS-DOC-FS                 PIC X(2).                        00013700
          05 WS-FAC-FS                 PIC X(2).                        00013800
          05 WS-DSCO-FS                PIC X(2).                        00013900
          05 WS-RPT01-FS               PIC X(2).                        00014000
          05 WS-DREJ-FS                PIC X(2).                        00014100
                                                                        00014200
       01 WS-DSC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014300
          88 WS-DSC-EOF                 VALUE 'TRUE'.                   00014400
       01 WS-DTR-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014500
          88 WS-DTR-EOF                 VALUE 'TRUE'.                   00014600
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014700
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00014800
       01 WS-FAC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014900
          88 WS-FAC-EOF                 VALUE 'TRUE'.                   00015000
                                                                        00015100
       01 WS-COUNTERS.                                                  00015200
           05 WS-NO-READ-DTRX              PIC 9(8).                    00015300
           05 WS-NO-HOURS-SET              PIC 9(8).                    00015400
           05 WS-NO-BLOCKED                PIC 9(8).                    00015500
           05 WS-NO-UNBLOCKED              PIC 9(8).                    00015600
           05 WS-NO-PURGED                 PIC 9(8).                    00015700
           05 WS-NO-REJECTS                PIC 9(8).                    00015800
                                                                        00015900
      *    une transaction du calendrier par enregistrement             00016000
       01 WS-REC-DTRX.                                                  00016100
          05 DTR-ACTION                PIC X(01).                       00016200
          05 FILLER                    PIC X(01).                       00016300
          05 DTR-DOC-CODE              PIC X(08).                       00016400
          05 FILLER                    PIC X(01).                       00016500
          05 DTR-WORKDAYS              PIC X(07).                       00016600
          05 FILLER                    PIC X(01).                       00016700
          05 DTR-START-TIME.                                            00016800
             10 DTR-START-HH           PIC X(02).                       00016900
             10 DTR-START-MI           PIC X(02).                       00017000
          05 FILLER                    PIC X(01).                       00017100
          05 DTR-END-TIME.                                              00017200
             10 DTR-END-HH             PIC X(02).                       00017300
             10 DTR-END-MI             PIC X(02).                       00017400
          05 FILLER                    PIC X(01).                       00017500
          05 DTR-SLOT-LEN              PIC X(03).                       00017600
          05 DTR-SLOT-LEN-N REDEFINES DTR-SLOT-LEN                      00017700
                                       PIC 9(03).                       00017800
          05 FILLER                    PIC X(01).                       00017900
          05 DTR-BLOCK-DATE            PIC X(08).                       00018000
          05 FILLER                    PIC X(01).                       00018100
          05 DTR-REASON                PIC X(20).                       00018200
          05 FILLER                    PIC X(01).                       00018300
          05 DTR-FACILITY              PIC X(02).                       00018400
          05 FILLER                    PIC X(15).                       00018500
                                                                        00018600
      *    le calendrier charge en table, mis a jour puis recrit;       00018700
      *    une date debloquee reste en table marquee supprimee.         00018800
      *    Les plafonds H et B sont ceux des tables des lecteurs        00018900
       01 WS-HRS-MAX                    PIC 9(03) COMP VALUE 100.       00019000
       01 WS-HRS-COUNT                  PIC 9(03) COMP VALUE 0.         00019100
       01 WS-BLK-MAX                    PIC 9(03) COMP VALUE 500.       00019200
       01 WS-BLK-COUNT                  PIC 9(03) COMP VALUE 0.         00019300
       01 WS-RUN-DATE                   PIC X(08).                      00019400
       01 WS-SCH-TABLE.                                                 00019500
          05 WS-SCH-MAX         PIC 9(03) COMP VALUE 600.               00019600
          05 WS-SCH-COUNT       PIC 9(03) COMP VALUE 0.                 00019700
          05 WS-SCH-ENTRY OCCURS 600 TIMES INDEXED BY SCH-IDX.          00019800
             10 WS-SC-DOC-CODE     PIC X(08).                           00019900
             10 WS-SC-TYPE         PIC X(01).                           00020000
             10 WS-SC-WORKDAYS     PIC X(07).                           00020100
             10 WS-SC-START-TIME   PIC X(04).                           00020200
             10 WS-SC-END-TIME     PIC X(04).                           00020300
             10 WS-SC-SLOT-LEN     PIC 9(03).                           00020400
             10 WS-SC-BLOCK-DATE   PIC X(08).                           00020500
             10 WS-SC-REASON       PIC X(20).                           00020600
             10 WS-SC-FACILITY     PIC X(02).                           00020700
             10 WS-SC-DELETED      PIC X(01).                           00020800
                                                                        00020900
       01 WS-SCH-FOUND                  PIC X(01) VALUE 'N'.            00021000
          88 WS-SCH-HIT                 VALUE 'Y'.                      00021100
       01 WS-SCH-HIT-SUB                PIC 9(03) COMP VALUE 0.         00021200
       01 WS-SCH-SUB                    PIC 9(03) COMP VALUE 0.         00021300
       01 WS-FIND-TYPE                  PIC X(01).                      00021400
                                                                        00021500
      * doctor master loaded in table at start of run                   00021600
       01 WS-DOC-TABLE.                                                 00021700
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00021800
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00021900
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00022000
             10 WS-DOC-TAB-CODE    PIC X(08).                           00022100
       01 WS-DOC-VALID                 PIC X(01) VALUE 'N'.             00022200
          88 WS-DOC-OK                 VALUE 'Y'.                       00022300
                                                                        00022400
      * facility control file loaded in table at start of run           00022500
       01 WS-FAC-TABLE.                                                 00022600
          05 WS-FAC-MAX         PIC 9(02) COMP VALUE 10.                00022700
          05 WS-FAC-COUNT       PIC 9(02) COMP VALUE 0.                 00022800
          05 WS-FAC-ENTRY OCCURS 10 TIMES INDEXED BY FAC-IDX.           00022900
             10 WS-FAC-TAB-CODE    PIC X(02).                           00023000
             10 WS-FAC-TAB-ACTIVE  PIC X(01).                           00023100
       01 WS-FAC-VALID                 PIC X(01) VALUE 'N'.             00023200
          88 WS-FAC-OK                 VALUE 'Y'.                       00023300
       01 WS-FACILITY-USE              PIC X(02).                       00023400
                                                                        00023500
       01 WS-DAY-Y-CNT                 PIC 9(02) COMP VALUE 0.          00023600
       01 WS-DAY-N-CNT                 PIC 9(02) COMP VALUE 0.          00023700
                                                                        00023800
       01 RPT-HEADER-1.                                                 00023900
           05 FILLER           PIC X(33) VALUE                          00024000
                'DOCTOR SCHEDULE CHANGE JOURNAL   '.                    00024100
           05 FILLER           PIC X(47) VALUE SPACE.                   00024200
                                                                        00024300
       01 RPT-HEADER-2.                                                 00024400
           05 FILLER           PIC X(09) VALUE 'ACTION   '.             00024500
           05 FILLER           PIC X(09) VALUE 'DOC-CODE '.             00024600
           05 FILLER           PIC X(62) VALUE                          00024700
                'DAYS    START END  SLOT FAC /  BLOCKED DATE  REASON'.  00024800
                                                                        00024900
       01 RPT-CHANGE-LINE.                                              00025000
           05 RPT-C-ACTION     PIC X(08).                               00025100
           05 FILLER           PIC X(01) VALUE SPACE.                   00025200
           05 RPT-C-DOC-CODE   PIC X(08).                               00025300
           05 FILLER           PIC X(01) VALUE SPACE.                   00025400
           05 RPT-C-DETAIL.                                             00025500
              10 RPT-C-WORKDAYS   PIC X(07).                            00025600
              10 FILLER           PIC X(01).                            00025700
              10 RPT-C-START      PIC X(04).                            00025800
              10 FILLER           PIC X(02).                            00025900
              10 RPT-C-END        PIC X(04).                            00026000
              10 FILLER           PIC X(01).                            00026100
              10 RPT-C-SLOT       PIC ZZ9.                              00026200
              10 FILLER           PIC X(01).                            00026300
              10 RPT-C-FACILITY   PIC X(02).                            00026400
              10 FILLER           PIC X(37).                            00026500
           05 RPT-C-BLOCK REDEFINES RPT-C-DETAIL.                       00026600
              10 FILLER           PIC X(16).                            00026700
              10 RPT-C-DATE       PIC X(08).                            00026800
              10 FILLER           PIC X(02).                            00026900
              10 RPT-C-REASON     PIC X(20).                            00027000
              10 FILLER           PIC X(16).                            00027100
                                                                        00027200
      *-----------------------*                                         00027300
       PROCEDURE DIVISION.                                              00027400
      *-----------------------*                                         00027500
                                                                        00027600
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00027700
                                                                        00027800
           PERFORM 1000-INIT                                            00027900
              THRU 1000-INIT-END.                                       00028000
                                                                        00028100
           DISPLAY '1_____APPLY SCHEDULE TRANSACTIONS'.                 00028200
           PERFORM 5000-APPLY-TRANSACTION                               00028300
              THRU 5000-APPLY-TRANSACTION-END                           00028400
              UNTIL WS-DTR-EOF.                                         00028500
                                                                        00028600
           DISPLAY '2_____REWRITE THE DOCTOR SCHEDULE'.                 00028700
           PERFORM 6000-REWRITE-SCHEDULE                                00028800
              THRU 6000-REWRITE-SCHEDULE-END                            00028900
              VARYING WS-SCH-SUB FROM 1 BY 1                            00029000
              UNTIL WS-SCH-SUB > WS-SCH-COUNT.                          00029100
                                                                        00029200
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00029300
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-DTRX.               00029400
           DISPLAY 'HOURS SET        : ' WS-NO-HOURS-SET.               00029500
           DISPLAY 'DATES BLOCKED    : ' WS-NO-BLOCKED.                 00029600
           DISPLAY 'DATES UNBLOCKED  : ' WS-NO-UNBLOCKED.               00029700
           DISPLAY 'PAST DATES PURGED: ' WS-NO-PURGED.                  00029800
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00029900
           CLOSE DSC-OUT.                                               00030000
           CLOSE RPT01-OUT.                                             00030100
           CLOSE DREJ-OUT.                                              00030200
                                                                        00030300
           IF WS-NO-REJECTS > 0                                         00030400
              MOVE 4 TO RETURN-CODE                                     00030500
           END-IF.                                                      00030600
                                                                        00030700
           GOBACK.                                                      00030800
                                                                        00030900
      *------------*                                                    00031000
       1000-INIT.                                                       00031100
      *------------*                                                    00031200
           DISPLAY "***** INIT PROCESS *****".                          00031300
                                                                        00031400
           MOVE SPACE TO WS-FILE-STATUS.                                00031500
           MOVE ZEROES TO WS-COUNTERS.                                  00031600
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00031700
                                                                        00031800
      *    load the current schedule; an empty or missing file          00031900
      *    is a valid first load                                        00032000
           OPEN INPUT DSC-IN.                                           00032100
           IF WS-DSC-FS = '00'                                          00032200
              PERFORM 1100-LOAD-SCH-TABLE                               00032300
                 THRU 1100-LOAD-SCH-TABLE-END                           00032400
                 UNTIL WS-DSC-EOF                                       00032500
              CLOSE DSC-IN                                              00032600
           ELSE                                                         00032700
              DISPLAY 'DSCIN NOT AVAILABLE - STARTING EMPTY'            00032800
           END-IF.                                                      00032900
           DISPLAY 'SCHEDULE ENTRIES LOADED: ' WS-SCH-COUNT.            00033000
                                                                        00033100
      *    load the doctor master into its table                        00033200
           OPEN INPUT DOCMSTR.                                          00033300
           IF WS-DOC-FS = '00'                                          00033400
              PERFORM 1200-LOAD-DOC-TABLE                               00033500
                 THRU 1200-LOAD-DOC-TABLE-END                           00033600
                 UNTIL WS-DOC-EOF                                       00033700
              CLOSE DOCMSTR                                             00033800
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00033900
           ELSE                                                         00034000
              DISPLAY 'DOCMSTR NOT AVAILABLE: ' WS-DOC-FS               00034100
              PERFORM 9999-ABEND                                        00034200
                 THRU 9999-ABEND-END                                    00034300
           END-IF.                                                      00034400
                                                                        00034500
      *    load the facility control file into its table                00034600
           OPEN INPUT FACCTL.                                           00034700
           IF WS-FAC-FS = '00'                                          00034800
              PERFORM 1300-LOAD-FAC-TABLE                               00034900
                 THRU 1300-LOAD-FAC-TABLE-END                           00035000
                 UNTIL WS-FAC-EOF                                       00035100
              CLOSE FACCTL                                              00035200
              DISPLAY 'FACILITIES LOADED: ' WS-FAC-COUNT                00035300
           ELSE                                                         00035400
              DISPLAY 'FACCTL NOT AVAILABLE: ' WS-FAC-FS                00035500
              PERFORM 9999-ABEND                                        00035600
                 THRU 9999-ABEND-END                                    00035700
           END-IF.                                                      00035800
                                                                        00035900
           OPEN INPUT DTRX-IN.                                          00036000
           IF WS-DTR-FS NOT = "00"                                      00036100
      D      DISPLAY "ERROR OPEN FILE DSCTIN: " WS-DTR-FS               00036200
             PERFORM 9999-ABEND                                         00036300
                THRU 9999-ABEND-END                                     00036400
           END-IF.                                                      00036500
                                                                        00036600
           OPEN OUTPUT DSC-OUT.                                         00036700
           OPEN OUTPUT DREJ-OUT.                                        00036800
           OPEN OUTPUT RPT01-OUT.                                       00036900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00037000
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00037100
              AFTER ADVANCING 2 LINES.                                  00037200
                                                                        00037300
      *    first read of the transaction file                           00037400
           PERFORM 8100-READ-DTRX                                       00037500
              THRU 8100-READ-DTRX-END.                                  00037600
                                                                        00037700
           DISPLAY "***** FIN INIT PROCESS *****".                      00037800
                                                                        00037900
      *----------------*                                                00038000
       1000-INIT-END.                                                   00038100
      *----------------*                                                00038200
           EXIT.                                                        00038300
                                                                        00038400
      *-----------------------*                                         00038500
       1100-LOAD-SCH-TABLE.                                             00038600
      *-----------------------*                                         00038700
           READ DSC-IN                                                  00038800
           END-READ.                                                    00038900
                                                                        00039000
           EVALUATE TRUE                                                00039100
             WHEN WS-DSC-FS = '00'                                      00039200
      *        a blocked date already past is dropped here, so          00039300
      *        the file does not grow without end                       00039400
               IF DSC-TYPE = 'B'                                        00039500
                  AND DSC-BLOCK-DATE < WS-RUN-DATE                      00039600
                  ADD 1 TO WS-NO-PURGED                                 00039700
                  GO TO 1100-LOAD-SCH-TABLE-END                         00039800
               END-IF                                                   00039900
               IF DSC-TYPE = 'H'                                        00040000
                  ADD 1 TO WS-HRS-COUNT                                 00040100
               ELSE                                                     00040200
                  ADD 1 TO WS-BLK-COUNT                                 00040300
               END-IF                                                   00040400
               IF WS-HRS-COUNT > WS-HRS-MAX                             00040500
                  OR WS-BLK-COUNT > WS-BLK-MAX                          00040600
                  DISPLAY 'SCHEDULE OVER READER LIMIT - RUN STOPPED: '  00040700
                     DSC-DOC-CODE ' ' DSC-TYPE                          00040800
                  MOVE 16 TO RETURN-CODE                                00040900
                  PERFORM 9999-ABEND                                    00041000
                     THRU 9999-ABEND-END                                00041100
               END-IF                                                   00041200
               IF WS-SCH-COUNT < WS-SCH-MAX                             00041300
                  ADD 1 TO WS-SCH-COUNT                                 00041400
                  SET SCH-IDX TO WS-SCH-COUNT                           00041500
                  INITIALIZE WS-SCH-ENTRY (SCH-IDX)                     00041600
                  MOVE DSC-DOC-CODE TO WS-SC-DOC-CODE (SCH-IDX)         00041700
                  MOVE DSC-TYPE     TO WS-SC-TYPE (SCH-IDX)             00041800
                  MOVE 'N'          TO WS-SC-DELETED (SCH-IDX)          00041900
                  IF DSC-TYPE = 'H'                                     00042000
                     MOVE DSC-WORKDAYS   TO WS-SC-WORKDAYS (SCH-IDX)    00042100
                     MOVE DSC-START-TIME TO WS-SC-START-TIME (SCH-IDX)  00042200
                     MOVE DSC-END-TIME   TO WS-SC-END-TIME (SCH-IDX)    00042300
                     MOVE DSC-SLOT-LEN   TO WS-SC-SLOT-LEN (SCH-IDX)    00042400
                     MOVE DSC-FACILITY   TO WS-SC-FACILITY (SCH-IDX)    00042500
                  ELSE                                                  00042600
                     MOVE DSC-BLOCK-DATE TO WS-SC-BLOCK-DATE (SCH-IDX)  00042700
                     MOVE DSC-BLOCK-REASON                              00042800
                                         TO WS-SC-REASON (SCH-IDX)      00042900
                  END-IF                                                00043000
               ELSE                                                     00043100
      *           a dropped entry would vanish from the calendar on     00043200
      *           rewrite - stop instead                                00043300
                  DISPLAY 'SCHEDULE TABLE FULL - RUN STOPPED: '         00043400
                     DSC-DOC-CODE                                       00043500
                  MOVE 16 TO RETURN-CODE                                00043600
                  PERFORM 9999-ABEND                                    00043700
                     THRU 9999-ABEND-END                                00043800
               END-IF                                                   00043900
             WHEN WS-DSC-FS = '10'                                      00044000
               SET WS-DSC-EOF TO TRUE                                   00044100
             WHEN OTHER                                                 00044200
      D        DISPLAY "ERROR READ FILE DSCIN !!!: " WS-DSC-FS          00044300
               PERFORM 9999-ABEND                                       00044400
                  THRU 9999-ABEND-END                                   00044500
           END-EVALUATE.                                                00044600
      *-----------------------*                                         00044700
       1100-LOAD-SCH-TABLE-END.                                         00044800
      *-----------------------*                                         00044900
           EXIT.                                                        00045000
                                                                        00045100
      *-----------------------*                                         00045200
       1200-LOAD-DOC-TABLE.                                             00045300
      *-----------------------*                                         00045400
           READ DOCMSTR                                                 00045500
           END-READ.                                                    00045600
                                                                        00045700
           EVALUATE TRUE                                                00045800
             WHEN WS-DOC-FS = '00'                                      00045900
               IF WS-DOC-COUNT < WS-DOC-MAX                             00046000
                  ADD 1 TO WS-DOC-COUNT                                 00046100
                  SET DOC-IDX TO WS-DOC-COUNT                           00046200
                  MOVE DOC-CODE   TO WS-DOC-TAB-CODE (DOC-IDX)          00046300
               ELSE                                                     00046400
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00046500
                     DOC-NAME                                           00046600
               END-IF                                                   00046700
             WHEN WS-DOC-FS = '10'                                      00046800
               SET WS-DOC-EOF TO TRUE                                   00046900
             WHEN OTHER                                                 00047000
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00047100
               PERFORM 9999-ABEND                                       00047200
                  THRU 9999-ABEND-END                                   00047300
           END-EVALUATE.                                                00047400
      *-----------------------*                                         00047500
       1200-LOAD-DOC-TABLE-END.                                         00047600
      *-----------------------*                                         00047700
           EXIT.                                                        00047800
                                                                        00047900
      *-----------------------*                                         00048000
       1300-LOAD-FAC-TABLE.                                             00048100
      *-----------------------*                                         00048200
           READ FACCTL                                                  00048300
           END-READ.                                                    00048400
                                                                        00048500
           EVALUATE TRUE                                                00048600
             WHEN WS-FAC-FS = '00'                                      00048700
               IF WS-FAC-COUNT < WS-FAC-MAX                             00048800
                  ADD 1 TO WS-FAC-COUNT                                 00048900
                  SET FAC-IDX TO WS-FAC-COUNT                           00049000
                  MOVE FAC-CODE   TO WS-FAC-TAB-CODE (FAC-IDX)          00049100
                  MOVE FAC-ACTIVE TO WS-FAC-TAB-ACTIVE (FAC-IDX)        00049200
               ELSE                                                     00049300
                  DISPLAY 'FACILITY TABLE FULL - ENTRY DROPPED: '       00049400
                     FAC-CODE                                           00049500
               END-IF                                                   00049600
             WHEN WS-FAC-FS = '10'                                      00049700
               SET WS-FAC-EOF TO TRUE                                   00049800
             WHEN OTHER                                                 00049900
      D        DISPLAY "ERROR READ FILE FACCTL !!!: " WS-FAC-FS         00050000
               PERFORM 9999-ABEND                                       00050100
                  THRU 9999-ABEND-END                                   00050200
           END-EVALUATE.                                                00050300
      *-----------------------*                                         00050400
       1300-LOAD-FAC-TABLE-END.                                         00050500
      *-----------------------*                                         00050600
           EXIT.                                                        00050700
                                                                        00050800
      *-----------------------*                                         00050900
       5000-APPLY-TRANSACTION.                                          00051000
      *-----------------------*                                         00051100
      D    DISPLAY "TRANSACTION: " WS-REC-DTRX.                         00051200
                                                                        00051300
           MOVE 'N' TO WS-DOC-VALID.                                    00051400
           PERFORM 5610-DOCTOR-LOOKUP                                   00051500
              THRU 5610-DOCTOR-LOOKUP-END                               00051600
              VARYING DOC-IDX FROM 1 BY 1                               00051700
              UNTIL DOC-IDX > WS-DOC-COUNT                              00051800
                 OR WS-DOC-OK.                                          00051900
                                                                        00052000
           EVALUATE TRUE                                                00052100
             WHEN NOT WS-DOC-OK                                         00052200
               MOVE 'DOCTOR NOT ON MASTER' TO DRJ-REASON                00052300
               PERFORM 5900-WRITE-REJECT                                00052400
                  THRU 5900-WRITE-REJECT-END                            00052500
             WHEN DTR-ACTION = 'H'                                      00052600
               PERFORM 5100-SET-HOURS                                   00052700
                  THRU 5100-SET-HOURS-END                               00052800
             WHEN DTR-ACTION = 'B'                                      00052900
               PERFORM 5200-BLOCK-DATE                                  00053000
                  THRU 5200-BLOCK-DATE-END                              00053100
             WHEN DTR-ACTION = 'U'                                      00053200
               PERFORM 5300-UNBLOCK-DATE                                00053300
                  THRU 5300-UNBLOCK-DATE-END                            00053400
             WHEN OTHER                                                 00053500
               MOVE 'UNKNOWN ACTION CODE' TO DRJ-REASON                 00053600
               PERFORM 5900-WRITE-REJECT                                00053700
                  THRU 5900-WRITE-REJECT-END                            00053800
           END-EVALUATE.                                                00053900
                                                                        00054000
           IF NOT WS-DTR-EOF                                            00054100
              PERFORM 8100-READ-DTRX                                    00054200
                 THRU 8100-READ-DTRX-END                                00054300
           END-IF.                                                      00054400
      *-----------------------*                                         00054500
       5000-APPLY-TRANSACTION-END.                                      00054600
      *-----------------------*                                         00054700
           EXIT.                                                        00054800
                                                                        00054900
      *-----------------------*                                         00055000
       5100-SET-HOURS.                                                  00055100
      *-----------------------*                                         00055200
      *    seven day flags, Monday first, each Y or N                   00055300
           MOVE ZERO TO WS-DAY-Y-CNT.                                   00055400
           MOVE ZERO TO WS-DAY-N-CNT.                                   00055500
           INSPECT DTR-WORKDAYS TALLYING WS-DAY-Y-CNT FOR ALL 'Y'.      00055600
           INSPECT DTR-WORKDAYS TALLYING WS-DAY-N-CNT FOR ALL 'N'.      00055700
           IF WS-DAY-Y-CNT + WS-DAY-N-CNT NOT = 7                       00055800
              OR WS-DAY-Y-CNT = ZERO                                    00055900
              MOVE 'WORKING DAYS INVALID' TO DRJ-REASON                 00056000
              PERFORM 5900-WRITE-REJECT                                 00056100
                 THRU 5900-WRITE-REJECT-END                             00056200
              GO TO 5100-SET-HOURS-END                                  00056300
           END-IF.                                                      00056400
           IF DTR-START-TIME NOT NUMERIC                                00056500
              OR DTR-START-HH > '23'                                    00056600
              OR DTR-START-MI > '59'                                    00056700
              OR DTR-END-TIME NOT NUMERIC                               00056800
              OR DTR-END-HH > '23'                                      00056900
              OR DTR-END-MI > '59'                                      00057000
              MOVE 'START OR END TIME INVALID' TO DRJ-REASON            00057100
              PERFORM 5900-WRITE-REJECT                                 00057200
                 THRU 5900-WRITE-REJECT-END                             00057300
              GO TO 5100-SET-HOURS-END                                  00057400
           END-IF.                                                      00057500
           IF DTR-END-TIME NOT > DTR-START-TIME                         00057600
              MOVE 'END TIME NOT AFTER START' TO DRJ-REASON             00057700
              PERFORM 5900-WRITE-REJECT                                 00057800
                 THRU 5900-WRITE-REJECT-END                             00057900
              GO TO 5100-SET-HOURS-END                                  00058000
           END-IF.                                                      00058100
           IF DTR-SLOT-LEN NOT NUMERIC                                  00058200
              OR DTR-SLOT-LEN-N < 5                                     00058300
              MOVE 'SLOT LENGTH INVALID' TO DRJ-REASON                  00058400
              PERFORM 5900-WRITE-REJECT                                 00058500
                 THRU 5900-WRITE-REJECT-END                             00058600
              GO TO 5100-SET-HOURS-END                                  00058700
           END-IF.                                                      00058800
                                                                        00058900
      *    a blank clinic defaults to the first one, as in PCREA        00059000
           MOVE DTR-FACILITY TO WS-FACILITY-USE.                        00059100
           IF WS-FACILITY-USE = SPACE                                   00059200
              MOVE '01' TO WS-FACILITY-USE                              00059300
           END-IF.                                                      00059400
           MOVE 'N' TO WS-FAC-VALID.                                    00059500
           PERFORM 5620-FACILITY-LOOKUP                                 00059600
              THRU 5620-FACILITY-LOOKUP-END                             00059700
              VARYING FAC-IDX FROM 1 BY 1                               00059800
              UNTIL FAC-IDX > WS-FAC-COUNT                              00059900
                 OR WS-FAC-OK.                                          00060000
           IF NOT WS-FAC-OK                                             00060100
              MOVE 'FACILITY NOT ON CONTROL FILE' TO DRJ-REASON         00060200
              PERFORM 5900-WRITE-REJECT                                 00060300
                 THRU 5900-WRITE-REJECT-END                             00060400
              GO TO 5100-SET-HOURS-END                                  00060500
           END-IF.                                                      00060600
                                                                        00060700
      *    one hours entry per doctor: replace it, or add it            00060800
           MOVE 'H' TO WS-FIND-TYPE.                                    00060900
           PERFORM 5500-FIND-ENTRY                                      00061000
              THRU 5500-FIND-ENTRY-END.                                 00061100
           IF WS-SCH-HIT                                                00061200
              SET SCH-IDX TO WS-SCH-HIT-SUB                             00061300
              MOVE 'HOURS  ' TO RPT-C-ACTION                            00061400
           ELSE                                                         00061500
              IF WS-SCH-COUNT < WS-SCH-MAX                              00061600
                 AND WS-HRS-COUNT < WS-HRS-MAX                          00061700
                 ADD 1 TO WS-SCH-COUNT                                  00061800
                 ADD 1 TO WS-HRS-COUNT                                  00061900
                 SET SCH-IDX TO WS-SCH-COUNT                            00062000
                 INITIALIZE WS-SCH-ENTRY (SCH-IDX)                      00062100
                 MOVE DTR-DOC-CODE TO WS-SC-DOC-CODE (SCH-IDX)          00062200
                 MOVE 'H'          TO WS-SC-TYPE (SCH-IDX)              00062300
                 MOVE 'N'          TO WS-SC-DELETED (SCH-IDX)           00062400
                 MOVE 'NEW HRS' TO RPT-C-ACTION                         00062500
              ELSE                                                      00062600
                 MOVE 'SCHEDULE FILE FULL' TO DRJ-REASON                00062700
                 PERFORM 5900-WRITE-REJECT                              00062800
                    THRU 5900-WRITE-REJECT-END                          00062900
                 GO TO 5100-SET-HOURS-END                               00063000
              END-IF                                                    00063100
           END-IF.                                                      00063200
           MOVE DTR-WORKDAYS   TO WS-SC-WORKDAYS (SCH-IDX).             00063300
           MOVE DTR-START-TIME TO WS-SC-START-TIME (SCH-IDX).           00063400
           MOVE DTR-END-TIME   TO WS-SC-END-TIME (SCH-IDX).             00063500
           MOVE DTR-SLOT-LEN-N TO WS-SC-SLOT-LEN (SCH-IDX).             00063600
           MOVE WS-FACILITY-USE TO WS-SC-FACILITY (SCH-IDX).            00063700
           PERFORM 5800-WRITE-AUDIT-LINE                                00063800
              THRU 5800-WRITE-AUDIT-LINE-END.                           00063900
           ADD 1 TO WS-NO-HOURS-SET.                                    00064000
           DISPLAY 'HOURS SET: ' DTR-DOC-CODE ' ' DTR-WORKDAYS          00064100
              ' ' DTR-START-TIME '-' DTR-END-TIME.                      00064200
      *-----------------------*                                         00064300
       5100-SET-HOURS-END.                                              00064400
      *-----------------------*                                         00064500
           EXIT.                                                        00064600
                                                                        00064700
      *-----------------------*                                         00064800
       5200-BLOCK-DATE.                                                 00064900
      *-----------------------*                                         00065000
           IF DTR-BLOCK-DATE NOT NUMERIC                                00065100
              MOVE 'BLOCK DATE INVALID' TO DRJ-REASON                   00065200
              PERFORM 5900-WRITE-REJECT                                 00065300
                 THRU 5900-WRITE-REJECT-END                             00065400
              GO TO 5200-BLOCK-DATE-END                                 00065500
           END-IF.                                                      00065600
           MOVE 'B' TO WS-FIND-TYPE.                                    00065700
           PERFORM 5500-FIND-ENTRY                                      00065800
              THRU 5500-FIND-ENTRY-END.                                 00065900
           IF WS-SCH-HIT                                                00066000
              MOVE 'DATE ALREADY BLOCKED' TO DRJ-REASON                 00066100
              PERFORM 5900-WRITE-REJECT                                 00066200
                 THRU 5900-WRITE-REJECT-END                             00066300
              GO TO 5200-BLOCK-DATE-END                                 00066400
           END-IF.                                                      00066500
                                                                        00066600
           IF WS-SCH-COUNT < WS-SCH-MAX                                 00066700
              AND WS-BLK-COUNT < WS-BLK-MAX                             00066800
              ADD 1 TO WS-SCH-COUNT                                     00066900
              ADD 1 TO WS-BLK-COUNT                                     00067000
              SET SCH-IDX TO WS-SCH-COUNT                               00067100
              INITIALIZE WS-SCH-ENTRY (SCH-IDX)                         00067200
              MOVE DTR-DOC-CODE   TO WS-SC-DOC-CODE (SCH-IDX)           00067300
              MOVE 'B'            TO WS-SC-TYPE (SCH-IDX)               00067400
              MOVE DTR-BLOCK-DATE TO WS-SC-BLOCK-DATE (SCH-IDX)         00067500
              MOVE DTR-REASON     TO WS-SC-REASON (SCH-IDX)             00067600
              MOVE 'N'            TO WS-SC-DELETED (SCH-IDX)            00067700
              MOVE 'BLOCK  ' TO RPT-C-ACTION                            00067800
              PERFORM 5800-WRITE-AUDIT-LINE                             00067900
                 THRU 5800-WRITE-AUDIT-LINE-END                         00068000
              ADD 1 TO WS-NO-BLOCKED                                    00068100
              DISPLAY 'DATE BLOCKED: ' DTR-DOC-CODE                     00068200
                 ' ' DTR-BLOCK-DATE                                     00068300
           ELSE                                                         00068400
              MOVE 'SCHEDULE FILE FULL' TO DRJ-REASON                   00068500
              PERFORM 5900-WRITE-REJECT                                 00068600
                 THRU 5900-WRITE-REJECT-END                             00068700
           END-IF.                                                      00068800
      *-----------------------*                                         00068900
       5200-BLOCK-DATE-END.                                             00069000
      *-----------------------*                                         00069100
           EXIT.                                                        00069200
                                                                        00069300
      *-----------------------*                                         00069400
       5300-UNBLOCK-DATE.                                               00069500
      *-----------------------*                                         00069600
           MOVE 'B' TO WS-FIND-TYPE.                                    00069700
           PERFORM 5500-FIND-ENTRY                                      00069800
              THRU 5500-FIND-ENTRY-END.                                 00069900
           IF NOT WS-SCH-HIT                                            00070000
              MOVE 'DATE NOT BLOCKED' TO DRJ-REASON                     00070100
              PERFORM 5900-WRITE-REJECT                                 00070200
                 THRU 5900-WRITE-REJECT-END                             00070300
              GO TO 5300-UNBLOCK-DATE-END                               00070400
           END-IF.                                                      00070500
                                                                        00070600
           SET SCH-IDX TO WS-SCH-HIT-SUB.                               00070700
           MOVE 'Y' TO WS-SC-DELETED (SCH-IDX).                         00070800
           SUBTRACT 1 FROM WS-BLK-COUNT.                                00070900
           MOVE 'UNBLOCK' TO RPT-C-ACTION.                              00071000
           PERFORM 5800-WRITE-AUDIT-LINE                                00071100
              THRU 5800-WRITE-AUDIT-LINE-END.                           00071200
           ADD 1 TO WS-NO-UNBLOCKED.                                    00071300
           DISPLAY 'DATE UNBLOCKED: ' DTR-DOC-CODE                      00071400
              ' ' DTR-BLOCK-DATE.                                       00071500
      *-----------------------*                                         00071600
       5300-UNBLOCK-DATE-END.                                           00071700
      *-----------------------*                                         00071800
           EXIT.                                                        00071900
                                                                        00072000
      *-----------------------*                                         00072100
       5500-FIND-ENTRY.                                                 00072200
      *-----------------------*                                         00072300
      *    the live entry of WS-FIND-TYPE for the doctor; a             00072400
      *    blocked date must also match on the date                     00072500
           MOVE 'N' TO WS-SCH-FOUND.                                    00072600
           PERFORM 5510-ENTRY-LOOKUP                                    00072700
              THRU 5510-ENTRY-LOOKUP-END                                00072800
              VARYING SCH-IDX FROM 1 BY 1                               00072900
              UNTIL SCH-IDX > WS-SCH-COUNT                              00073000
                 OR WS-SCH-HIT.                                         00073100
      *-----------------------*                                         00073200
       5500-FIND-ENTRY-END.                                             00073300
      *-----------------------*                                         00073400
           EXIT.                                                        00073500
                                                                        00073600
      *-----------------------*                                         00073700
       5510-ENTRY-LOOKUP.                                               00073800
      *-----------------------*                                         00073900
           IF WS-SC-DOC-CODE (SCH-IDX) = DTR-DOC-CODE                   00074000
              AND WS-SC-TYPE (SCH-IDX) = WS-FIND-TYPE                   00074100
              AND WS-SC-DELETED (SCH-IDX) = 'N'                         00074200
              IF WS-FIND-TYPE = 'H'                                     00074300
                 OR WS-SC-BLOCK-DATE (SCH-IDX) = DTR-BLOCK-DATE         00074400
                 MOVE 'Y' TO WS-SCH-FOUND                               00074500
                 SET WS-SCH-HIT-SUB TO SCH-IDX                          00074600
              END-IF                                                    00074700
           END-IF.                                                      00074800
      *-----------------------*                                         00074900
       5510-ENTRY-LOOKUP-END.                                           00075000
      *-----------------------*                                         00075100
           EXIT.                                                        00075200
                                                                        00075300
      *-----------------------*                                         00075400
       5610-DOCTOR-LOOKUP.                                              00075500
      *-----------------------*                                         00075600
           IF WS-DOC-TAB-CODE (DOC-IDX) = DTR-DOC-CODE                  00075700
              MOVE 'Y' TO WS-DOC-VALID                                  00075800
           END-IF.                                                      00075900
      *-----------------------*                                         00076000
       5610-DOCTOR-LOOKUP-END.                                          00076100
      *-----------------------*                                         00076200
           EXIT.                                                        00076300
                                                                        00076400
      *-----------------------*                                         00076500
       5620-FACILITY-LOOKUP.                                            00076600
      *-----------------------*                                         00076700
           IF WS-FAC-TAB-CODE (FAC-IDX) = WS-FACILITY-USE               00076800
              AND WS-FAC-TAB-ACTIVE (FAC-IDX) = 'Y'                     00076900
              MOVE 'Y' TO WS-FAC-VALID                                  00077000
           END-IF.                                                      00077100
      *-----------------------*                                         00077200
       5620-FACILITY-LOOKUP-END.                                        00077300
      *-----------------------*                                         00077400
           EXIT.                                                        00077500
                                                                        00077600
      *-----------------------*                                         00077700
       5800-WRITE-AUDIT-LINE.                                           00077800
      *-----------------------*                                         00077900
      *    the changed entry as it now stands, action first             00078000
           MOVE WS-SC-DOC-CODE (SCH-IDX) TO RPT-C-DOC-CODE.             00078100
           MOVE SPACE TO RPT-C-DETAIL.                                  00078200
           IF WS-SC-TYPE (SCH-IDX) = 'H'                                00078300
              MOVE WS-SC-WORKDAYS (SCH-IDX)   TO RPT-C-WORKDAYS         00078400
              MOVE WS-SC-START-TIME (SCH-IDX) TO RPT-C-START            00078500
              MOVE WS-SC-END-TIME (SCH-IDX)   TO RPT-C-END              00078600
              MOVE WS-SC-SLOT-LEN (SCH-IDX)   TO RPT-C-SLOT             00078700
              MOVE WS-SC-FACILITY (SCH-IDX)   TO RPT-C-FACILITY         00078800
           ELSE                                                         00078900
              MOVE WS-SC-BLOCK-DATE (SCH-IDX) TO RPT-C-DATE             00079000
              MOVE WS-SC-REASON (SCH-IDX)     TO RPT-C-REASON           00079100
           END-IF.                                                      00079200
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00079300
              AFTER ADVANCING 1 LINE.                                   00079400
      *-----------------------*                                         00079500
       5800-WRITE-AUDIT-LINE-END.                                       00079600
      *-----------------------*                                         00079700
           EXIT.                                                        00079800
                                                                        00079900
      *-----------------------*                                         00080000
       5900-WRITE-REJECT.                                               00080100
      *-----------------------*                                         00080200
           DISPLAY 'TRANSACTION REJECTED: ' DRJ-REASON.                 00080300
           MOVE DTR-ACTION   TO DRJ-ACTION.                             00080400
           MOVE DTR-DOC-CODE TO DRJ-DOC-CODE.                           00080500
           WRITE DREJ-OUT-REC.                                          00080600
           ADD 1 TO WS-NO-REJECTS.                                      00080700
      *-----------------------*                                         00080800
       5900-WRITE-REJECT-END.                                           00080900
      *-----------------------*                                         00081000
           EXIT.                                                        00081100
                                                                        00081200
      *-----------------------*                                         00081300
       6000-REWRITE-SCHEDULE.                                           00081400
      *-----------------------*                                         00081500
           SET SCH-IDX TO WS-SCH-SUB.                                   00081600
           IF WS-SC-DELETED (SCH-IDX) = 'Y'                             00081700
              GO TO 6000-REWRITE-SCHEDULE-END                           00081800
           END-IF.                                                      00081900
           MOVE SPACE                     TO DSC-REC.                   00082000
           MOVE WS-SC-DOC-CODE (SCH-IDX)  TO DSC-DOC-CODE.              00082100
           MOVE WS-SC-TYPE (SCH-IDX)      TO DSC-TYPE.                  00082200
           IF WS-SC-TYPE (SCH-IDX) = 'H'                                00082300
              MOVE WS-SC-WORKDAYS (SCH-IDX)   TO DSC-WORKDAYS           00082400
              MOVE WS-SC-START-TIME (SCH-IDX) TO DSC-START-TIME         00082500
              MOVE WS-SC-END-TIME (SCH-IDX)   TO DSC-END-TIME           00082600
              MOVE WS-SC-SLOT-LEN (SCH-IDX)   TO DSC-SLOT-LEN           00082700
              MOVE WS-SC-FACILITY (SCH-IDX)   TO DSC-FACILITY           00082800
           ELSE                                                         00082900
              MOVE WS-SC-BLOCK-DATE (SCH-IDX) TO DSC-BLOCK-DATE         00083000
              MOVE WS-SC-REASON (SCH-IDX)     TO DSC-BLOCK-REASON       00083100
           END-IF.                                                      00083200
           WRITE DSC-OUT-REC FROM DSC-REC.                              00083300
      *-----------------------*                                         00083400
       6000-REWRITE-SCHEDULE-END.                                       00083500
      *-----------------------*                                         00083600
           EXIT.                                                        00083700
                                                                        00083800
      *---------------*                                                 00083900
       8100-READ-DTRX.                                                  00084000
      *---------------*                                                 00084100
                                                                        00084200
           INITIALIZE WS-REC-DTRX.                                      00084300
                                                                        00084400
           READ DTRX-IN INTO WS-REC-DTRX                                00084500
           END-READ.                                                    00084600
                                                                        00084700
           EVALUATE TRUE                                                00084800
                                                                        00084900
             WHEN WS-DTR-FS = '00'                                      00085000
               ADD 1 TO WS-NO-READ-DTRX                                 00085100
      D        DISPLAY "READ FILE OK: " WS-REC-DTRX                     00085200
               CONTINUE                                                 00085300
             WHEN WS-DTR-FS = '10'                                      00085400
               SET WS-DTR-EOF TO TRUE                                   00085500
      D        DISPLAY "WS-DTR-END-OF-FILE " WS-DTR-END-OF-FILE         00085600
             WHEN OTHER                                                 00085700
      D        DISPLAY "ERROR READ FILE DSCTIN !!!: " WS-DTR-FS         00085800
               PERFORM 9999-ABEND                                       00085900
                  THRU 9999-ABEND-END                                   00086000
                                                                        00086100
           END-EVALUATE.                                                00086200
                                                                        00086300
      *-------------------*                                             00086400
       8100-READ-DTRX-END.                                              00086500
      *-------------------*                                             00086600
           EXIT.                                                        00086700
      *-------------------*                                             00086800
       9999-ABEND.                                                      00086900
      *-------------------*                                             00087000
      D    DISPLAY "WE ARE IN ABEND".                                   00087100
      *    WE FORCE AN ABEND                                            00087200
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00087300
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00087400
           GOBACK.                                                      00087500
      *-------------------*                                             00087600
       9999-ABEND-END.                                                  00087700
      *-------------------*                                             00087800
           EXIT.                                                        00087900
