      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PLABWRK.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Liste de travail quotidienne des resultats de              00000900
      *      laboratoire anormaux (H, L, A) et critiques (C) que        00001000
      *      le medecin prescripteur n'a pas encore accuses.            00001100
      *      Balaye chaque PATIENT et ses segments LABRSLT,             00001200
      *      trie par medecin prescripteur, critiques en tete           00001300
      *      puis par date de prelevement, une page par medecin.        00001400
      *      L'accuse est saisi par PLABACK; un resultat accuse         00001500
      *      ne revient plus sur la liste.                              00001600
      *                                                                 00001700
      * Fichier entree: CTLCARD, date du traitement (YYYYMMDD)          00001800
      * Fichier entree: DOCMSTR, maitre des medecins (noms)             00001900
      * Fichier sortie: LABWRPT, la liste par medecin                   00002000
      *----------------------------------------------------------*      00002100
      *--------------------*                                            00002200
       ENVIRONMENT DIVISION.                                            00002300
      *--------------------*                                            00002400
       CONFIGURATION SECTION.                                           00002500
       OBJECT-COMPUTER.                                                 00002600
       SOURCE-COMPUTER.                                                 00002700
            IBM-SYSTEM WITH DEBUGGING MODE.                             00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003100
           ORGANIZATION IS SEQUENTIAL                                   00003200
           FILE STATUS IS WS-CTL-FS.                                    00003300
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00003400
           ORGANIZATION IS SEQUENTIAL                                   00003500
           FILE STATUS IS WS-DOC-FS.                                    00003600
           SELECT SORTWK ASSIGN TO SORTWK.                              00003700
           SELECT RPT01-OUT ASSIGN TO LABWRPT                           00003800
           ORGANIZATION IS LINE SEQUENTIAL                              00003900
           FILE STATUS IS WS-RPT01-FS.                                  00004000
      *----------------*                                                00004100
       DATA DIVISION.                                                   00004200
      *----------------*                                                00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
       FD  CTLCARD RECORDING MODE F.                                    00004600
       01  CTL-CARD-REC.                                                00004700
           05 CTL-RUN-DATE              PIC X(08).                      00004800
           05 FILLER                    PIC X(72).                      00004900
                                                                        00005000
       FD  DOCMSTR RECORDING MODE F.                                    00005100
       01  DOC-MSTR-REC.                                                00005200
           05 DOC-CODE                  PIC X(08).                      00005300
           05 DOC-NAME                  PIC X(20).                      00005400
           05 DOC-SPECIALTY             PIC X(20).                      00005500
           05 DOC-ACTIVE                PIC X(01).                      00005600
           05 FILLER                    PIC X(31).                      00005700
                                                                        00005800
      *    rang 1 = critique, 2 = autre anomalie                        00005900
       SD  SORTWK.                                                      00006000
       01  SORT-REC.                                                    00006100
           05 SORT-DOC-CODE     PIC X(08).                              00006200
           05 SORT-RANK         PIC X(01).                              00006300
           05 SORT-COLLDATE     PIC X(08).                              00006400
           05 SORT-PATIENID     PIC X(05).                              00006500
           05 SORT-PATNAME      PIC X(20).                              00006600
           05 SORT-TESTCODE     PIC X(07).                              00006700
           05 SORT-RESULT       PIC X(08).                              00006800
           05 SORT-UNITS        PIC X(06).                              00006900
           05 SORT-REFRANGE     PIC X(11).                              00007000
           05 SORT-ABNFLAG      PIC X(01).                              00007100
                                                                        00007200
       FD  RPT01-OUT RECORDING MODE F.                                  00007300
       01  RPT01-OUT-REC        PIC X(80).                              00007400
                                                                        00007500
      *-----------------------*                                         00007600
       WORKING-STORAGE SECTION.                                         00007700
      *-----------------------*                                         00007800
       01 WS-FILE-STATUS.                                               00007900
          05 WS-CTL-FS                 PIC X(2).                        00008000
          05 WS-DOC-FS                 PIC X(2).                        00008100
          05 WS-RPT01-FS               PIC X(2).                        00008200
                                                                        00008300
       01 WS-RUN-DATE                   PIC X(08).                      00008400
                                                                        00008500
       01 WS-SORT-EOF-SW                PIC X(5) VALUE 'FALSE'.         00008600
          88 WS-SORT-EOF                VALUE 'TRUE'.                   00008700
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00008800
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00008900
                                                                        00009000
       01 WS-COUNTERS.                                                  00009100
           05 WS-NO-PATIENTS               PIC 9(8).                    00009200
           05 WS-NO-RESULTS                PIC 9(8).                    00009300
           05 WS-NO-LISTED                 PIC 9(8).                    00009400
           05 WS-NO-CRITICAL               PIC 9(8).                    00009500
           05 WS-NO-DOCTORS                PIC 9(8).                    00009600
       01 WS-DOC-LISTED                 PIC 9(5) COMP VALUE 0.          00009700
                                                                        00009800
       01 WS-SAVE-PATIENTID             PIC X(05).                      00009900
       01 WS-SAVE-PATNAME               PIC X(20).                      00010000
       01 WS-PREV-DOC-CODE              PIC X(08) VALUE LOW-VALUE.      00010100
                                                                        00010200
      * doctor names for the page headings; a code not on the           00010300
      * master prints without a name                                    00010400
       01 WS-DOC-TABLE.                                                 00010500
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00010600
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00010700
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00010800
             10 WS-DOC-TAB-CODE    PIC X(08).                           00010900
             10 WS-DOC-TAB-NAME    PIC X(20).                           00011000
       01 WS-DOC-FOUND                  PIC X(01) VALUE 'N'.            00011100
          88 WS-DOC-HIT                 VALUE 'Y'.                      00011200
                                                                        00011300
       01 RPT-HEADER-1.                                                 00011400
           05 FILLER           PIC X(35) VALUE                          00011500
                'UNACKNOWLEDGED ABNORMAL LAB RESULTS'.                  00011600
           05 FILLER           PIC X(11) VALUE ' RUN DATE: '.           00011700
           05 RPT-H1-RUN-DATE  PIC X(08).                               00011800
           05 FILLER           PIC X(26) VALUE SPACE.                   00011900
                                                                        00012000
       01 RPT-DOCTOR-LINE.                                              00012100
           05 FILLER           PIC X(17) VALUE 'ORDERING DOCTOR: '.     00012200
           05 RPT-G-DOC-CODE   PIC X(08).                               00012300
           05 FILLER           PIC X(02) VALUE SPACE.                   00012400
           05 RPT-G-DOC-NAME   PIC X(20).                               00012500
           05 FILLER           PIC X(33) VALUE SPACE.                   00012600
                                                                        00012700
       01 RPT-HEADER-2.                                                 00012800
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00012900
           05 FILLER           PIC X(21) VALUE 'NAME'.                  00013000
           05 FILLER           PIC X(09) VALUE 'COLLECTED'.             00013100
           05 FILLER           PIC X(08) VALUE 'TEST'.                  00013200
           05 FILLER           PIC X(09) VALUE 'RESULT'.                00013300
           05 FILLER           PIC X(07) VALUE 'UNITS'.                 00013400
           05 FILLER           PIC X(12) VALUE 'REF RANGE'.             00013500
           05 FILLER           PIC X(08) VALUE 'FLAG'.                  00013600
                                                                        00013700
       01 RPT-DETAIL-LINE.                                              00013800
           05 RPT-D-PATIENTID  PIC X(05).                               00013900
           05 FILLER           PIC X(01) VALUE SPACE.                   00014000
           05 RPT-D-PATNAME    PIC X(20).                               00014100
           05 FILLER           PIC X(01) VALUE SPACE.                   00014200
           05 RPT-D-COLLDATE   PIC X(08).                               00014300
           05 FILLER           PIC X(01) VALUE SPACE.                   00014400
           05 RPT-D-TESTCODE   PIC X(07).                               00014500
           05 FILLER           PIC X(01) VALUE SPACE.                   00014600
           05 RPT-D-RESULT     PIC X(08).                               00014700
           05 FILLER           PIC X(01) VALUE SPACE.                   00014800
           05 RPT-D-UNITS      PIC X(06).                               00014900
           05 FILLER           PIC X(01) VALUE SPACE.                   00015000
           05 RPT-D-REFRANGE   PIC X(11).                               00015100
           05 FILLER           PIC X(01) VALUE SPACE.                   00015200
           05 RPT-D-FLAG       PIC X(08).                               00015300
                                                                        00015400
       01 RPT-DOC-TOTAL-LINE.                                           00015500
           05 FILLER           PIC X(20) VALUE                          00015600
                'RESULTS TO REVIEW : '.                                 00015700
           05 RPT-DT-COUNT     PIC ZZZZ9.                               00015800
           05 FILLER           PIC X(55) VALUE SPACE.                   00015900
                                                                        00016000
       01 RPT-TOTAL-LINE.                                               00016100
           05 RPT-T-LABEL      PIC X(20).                               00016200
           05 FILLER           PIC X(02) VALUE ': '.                    00016300
           05 RPT-T-COUNT      PIC ZZZZZZZ9.                            00016400
           05 FILLER           PIC X(50) VALUE SPACE.                   00016500
                                                                        00016600
       01 QUAL-SSA-PATIENT.                                             00016700
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00016800
           05  FILLER      PIC X(01) VALUE '('.                         00016900
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00017000
           05  OPER        PIC X(02) VALUE 'EQ'.                        00017100
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00017200
           05  FILLER      PIC X(01) VALUE ')'.                         00017300
                                                                        00017400
       01 UNQUAL-SSA-PATIENT.                                           00017500
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00017600
           05 FILLER  PIC X VALUE SPACE.                                00017700
                                                                        00017800
       01 UNQUAL-SSA-LABRSLT.                                           00017900
           05 SEGMENT-NAME PIC X(8) VALUE 'LABRSLT'.                    00018000
           05 FILLER PIC X VALUE SPACE.                                 00018100
                                                                        00018200
       01 DLI-FUNCTIONS.                                                00018300
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00018400
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00018500
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00018600
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00018700
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00018800
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00018900
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00019000
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00019100
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00019200
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00019300
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00019400
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00019500
                                                                        00019600
       01 SEG-IO-AREA     PIC X(60).                                    00019700
                                                                        00019800
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00019900
           05 WS-PATIENT-ID        PIC X(05).                           00020000
           05 WS-PATNAME           PIC X(20).                           00020100
           05 WS-PATDOB            PIC X(08).                           00020200
           05 WS-PATPHONE          PIC X(10).                           00020300
           05 WS-PATINSUR          PIC X(15).                           00020400
           05 FILLER               PIC X(02).                           00020500
                                                                        00020600
      * segment LABRSLT, enfant de PATIENT, cle LABRKEY                 00020700
      * (date de prelevement + code d'analyse)                          00020800
       01 WS-LABRSLT-SEG REDEFINES SEG-IO-AREA.                         00020900
          05 WS-LAB-COLLDATE  PIC X(08).                                00021000
          05 WS-LAB-TESTCODE  PIC X(07).                                00021100
          05 WS-LAB-RESULT    PIC X(08).                                00021200
          05 WS-LAB-UNITS     PIC X(06).                                00021300
          05 WS-LAB-REFRANGE  PIC X(11).                                00021400
          05 WS-LAB-ABNFLAG   PIC X(01).                                00021500
             88 WS-LAB-NORMAL        VALUE 'N' ' '.                     00021600
             88 WS-LAB-CRITICAL      VALUE 'C'.                         00021700
          05 WS-LAB-DOC-CODE  PIC X(08).                                00021800
          05 WS-LAB-ACKDATE   PIC X(08).                                00021900
          05 WS-LAB-ACKBY     PIC X(03).                                00022000
                                                                        00022100
       01 WS-DLI-FUNCTION PIC X(4).                                     00022200
                                                                        00022300
      *-----------------------*                                         00022400
       LINKAGE SECTION.                                                 00022500
      *-----------------------*                                         00022600
                                                                        00022700
      * psb to get and insert                                           00022800
        01 PCB-MASK-GI.                                                 00022900
           03 DBD-NAME        PIC X(8).                                 00023000
           03 SEG-LEVEL       PIC XX.                                   00023100
           03 STATUS-CODE     PIC XX.                                   00023200
           03 PROC-OPT        PIC X(4).                                 00023300
           03 FILLER          PIC X(4).                                 00023400
           03 SEG-NAME        PIC X(8).                                 00023500
           03 KEY-FDBK        PIC S9(5) COMP.                           00023600
           03 NUM-SENSEG      PIC S9(5) COMP.                           00023700
           03 KEY-FDBK-AREA.                                            00023800
              05 PATIENT-KEY    PIC X(5).                               00023900
              05 MEDICAL-KEY    PIC X(6).                               00024000
              05 DRUG-KEY       PIC X(8).                               00024100
              05 BILLING-KEY    PIC X(8).                               00024200
                                                                        00024300
      *-----------------------*                                         00024400
       PROCEDURE DIVISION.                                              00024500
      *-----------------------*                                         00024600
                                                                        00024700
           INITIALIZE PCB-MASK-GI.                                      00024800
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00024900
                                                                        00025000
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00025100
                                                                        00025200
           PERFORM 1000-INIT                                            00025300
              THRU 1000-INIT-END.                                       00025400
                                                                        00025500
           DISPLAY '1_____COLLECT UNACKNOWLEDGED RESULTS'.              00025600
           SORT SORTWK                                                  00025700
              ON ASCENDING KEY SORT-DOC-CODE                            00025800
                               SORT-RANK                                00025900
                               SORT-COLLDATE                            00026000
                               SORT-PATIENID                            00026100
              INPUT PROCEDURE IS 3000-COLLECT-RESULTS                   00026200
                 THRU 3000-COLLECT-RESULTS-END                          00026300
              OUTPUT PROCEDURE IS 6000-PRINT-BY-DOCTOR                  00026400
                 THRU 6000-PRINT-BY-DOCTOR-END.                         00026500
                                                                        00026600
           MOVE 'DOCTORS LISTED' TO RPT-T-LABEL.                        00026700
           MOVE WS-NO-DOCTORS TO RPT-T-COUNT.                           00026800
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00026900
              AFTER ADVANCING 3 LINES.                                  00027000
           MOVE 'RESULTS TO REVIEW' TO RPT-T-LABEL.                     00027100
           MOVE WS-NO-LISTED TO RPT-T-COUNT.                            00027200
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00027300
              AFTER ADVANCING 1 LINE.                                   00027400
           MOVE 'OF WHICH CRITICAL' TO RPT-T-LABEL.                     00027500
           MOVE WS-NO-CRITICAL TO RPT-T-COUNT.                          00027600
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00027700
              AFTER ADVANCING 1 LINE.                                   00027800
           CLOSE RPT01-OUT.                                             00027900
                                                                        00028000
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00028100
           DISPLAY 'PATIENTS SCANNED  : ' WS-NO-PATIENTS.               00028200
           DISPLAY 'LAB RESULTS READ  : ' WS-NO-RESULTS.                00028300
           DISPLAY 'TO REVIEW         : ' WS-NO-LISTED.                 00028400
           DISPLAY 'CRITICAL          : ' WS-NO-CRITICAL.               00028500
                                                                        00028600
           IF WS-NO-LISTED > 0                                          00028700
              MOVE 4 TO RETURN-CODE                                     00028800
           END-IF.                                                      00028900
                                                                        00029000
           GOBACK.                                                      00029100
                                                                        00029200
      *------------*                                                    00029300
       1000-INIT.                                                       00029400
      *------------*                                                    00029500
           DISPLAY "***** INIT PROCESS *****".                          00029600
                                                                        00029700
           MOVE SPACE TO WS-FILE-STATUS.                                00029800
           MOVE ZEROES TO WS-COUNTERS.                                  00029900
                                                                        00030000
           OPEN INPUT CTLCARD.                                          00030100
           IF WS-CTL-FS NOT = "00"                                      00030200
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00030300
             PERFORM 9999-ABEND                                         00030400
                THRU 9999-ABEND-END                                     00030500
           END-IF.                                                      00030600
           READ CTLCARD INTO CTL-CARD-REC                               00030700
              AT END                                                    00030800
      D         DISPLAY "CTLCARD IS EMPTY - NO RUN DATE SUPPLIED"       00030900
                PERFORM 9999-ABEND                                      00031000
                   THRU 9999-ABEND-END                                  00031100
           END-READ.                                                    00031200
           MOVE CTL-RUN-DATE TO WS-RUN-DATE.                            00031300
           CLOSE CTLCARD.                                               00031400
                                                                        00031500
           IF WS-RUN-DATE NOT NUMERIC                                   00031600
              DISPLAY 'CTLCARD RUN DATE NOT NUMERIC: ' WS-RUN-DATE      00031700
              PERFORM 9999-ABEND                                        00031800
                 THRU 9999-ABEND-END                                    00031900
           END-IF.                                                      00032000
                                                                        00032100
      *    doctor names are a courtesy; the codes print without         00032200
           OPEN INPUT DOCMSTR.                                          00032300
           IF WS-DOC-FS = '00'                                          00032400
              PERFORM 1100-LOAD-DOC-TABLE                               00032500
                 THRU 1100-LOAD-DOC-TABLE-END                           00032600
                 UNTIL WS-DOC-EOF                                       00032700
              CLOSE DOCMSTR                                             00032800
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00032900
           ELSE                                                         00033000
              DISPLAY 'DOCMSTR NOT AVAILABLE - CODES ONLY'              00033100
           END-IF.                                                      00033200
                                                                        00033300
           OPEN OUTPUT RPT01-OUT.                                       00033400
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.                         00033500
                                                                        00033600
           DISPLAY "***** FIN INIT PROCESS *****".                      00033700
                                                                        00033800
      *----------------*                                                00033900
       1000-INIT-END.                                                   00034000
      *----------------*                                                00034100
           EXIT.                                                        00034200
                                                                        00034300
      *-----------------------*                                         00034400
       1100-LOAD-DOC-TABLE.                                             00034500
      *-----------------------*                                         00034600
           READ DOCMSTR                                                 00034700
           END-READ.                                                    00034800
                                                                        00034900
           EVALUATE TRUE                                                00035000
             WHEN WS-DOC-FS = '00'                                      00035100
               IF WS-DOC-COUNT < WS-DOC-MAX                             00035200
                  ADD 1 TO WS-DOC-COUNT                                 00035300
                  SET DOC-IDX TO WS-DOC-COUNT                           00035400
                  MOVE DOC-CODE TO WS-DOC-TAB-CODE (DOC-IDX)            00035500
                  MOVE DOC-NAME TO WS-DOC-TAB-NAME (DOC-IDX)            00035600
               ELSE                                                     00035700
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00035800
                     DOC-CODE                                           00035900
               END-IF                                                   00036000
             WHEN WS-DOC-FS = '10'                                      00036100
               SET WS-DOC-EOF TO TRUE                                   00036200
             WHEN OTHER                                                 00036300
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00036400
               PERFORM 9999-ABEND                                       00036500
                  THRU 9999-ABEND-END                                   00036600
           END-EVALUATE.                                                00036700
      *-----------------------*                                         00036800
       1100-LOAD-DOC-TABLE-END.                                         00036900
      *-----------------------*                                         00037000
           EXIT.                                                        00037100
                                                                        00037200
      *-----------------------*                                         00037300
       3000-COLLECT-RESULTS.                                            00037400
      *-----------------------*                                         00037500
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00037600
           PERFORM 4000-SCAN-PATIENT                                    00037700
              THRU 4000-SCAN-PATIENT-END                                00037800
              UNTIL STATUS-CODE NOT = SPACE.                            00037900
      *-----------------------*                                         00038000
       3000-COLLECT-RESULTS-END.                                        00038100
      *-----------------------*                                         00038200
           EXIT.                                                        00038300
                                                                        00038400
      *----------------------*                                          00038500
       4000-SCAN-PATIENT.                                               00038600
      *----------------------*                                          00038700
           INITIALIZE SEG-IO-AREA.                                      00038800
                                                                        00038900
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00039000
                                PCB-MASK-GI,                            00039100
                                SEG-IO-AREA,                            00039200
                                UNQUAL-SSA-PATIENT.                     00039300
                                                                        00039400
           IF STATUS-CODE = '  '                                        00039500
                ADD 1 TO WS-NO-PATIENTS                                 00039600
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00039700
                MOVE WS-PATIENT-ID TO WS-SAVE-PATIENTID                 00039800
                MOVE WS-PATNAME    TO WS-SAVE-PATNAME                   00039900
                                                                        00040000
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00040100
                PERFORM 4500-GET-LABRSLT                                00040200
                   THRU 4500-GET-LABRSLT-END                            00040300
                   UNTIL STATUS-CODE NOT = SPACE                        00040400
                                                                        00040500
      *         re-establish position on the patient so the next        00040600
      *         unqualified GN steps to the following root              00040700
                INITIALIZE SEG-IO-AREA                                  00040800
                CALL 'CBLTDLI' USING DLI-GU,                            00040900
                                     PCB-MASK-GI,                       00041000
                                     SEG-IO-AREA,                       00041100
                                     QUAL-SSA-PATIENT                   00041200
                                                                        00041300
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00041400
           ELSE                                                         00041500
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00041600
           END-IF.                                                      00041700
      *----------------------*                                          00041800
       4000-SCAN-PATIENT-END.                                           00041900
      *----------------------*                                          00042000
           EXIT.                                                        00042100
                                                                        00042200
      *----------------------*                                          00042300
       4500-GET-LABRSLT.                                                00042400
      *----------------------*                                          00042500
           INITIALIZE SEG-IO-AREA.                                      00042600
                                                                        00042700
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00042800
                                PCB-MASK-GI,                            00042900
                                SEG-IO-AREA,                            00043000
                                QUAL-SSA-PATIENT,                       00043100
                                UNQUAL-SSA-LABRSLT.                     00043200
                                                                        00043300
           IF STATUS-CODE = '  '                                        00043400
              ADD 1 TO WS-NO-RESULTS                                    00043500
      *       normal results and those already seen stay off            00043600
              IF NOT WS-LAB-NORMAL                                      00043700
                 AND WS-LAB-ACKDATE = SPACE                             00043800
                 INITIALIZE SORT-REC                                    00043900
                 MOVE WS-LAB-DOC-CODE   TO SORT-DOC-CODE                00044000
                 IF WS-LAB-CRITICAL                                     00044100
                    MOVE '1' TO SORT-RANK                               00044200
                    ADD 1 TO WS-NO-CRITICAL                             00044300
                 ELSE                                                   00044400
                    MOVE '2' TO SORT-RANK                               00044500
                 END-IF                                                 00044600
                 MOVE WS-LAB-COLLDATE   TO SORT-COLLDATE                00044700
                 MOVE WS-SAVE-PATIENTID TO SORT-PATIENID                00044800
                 MOVE WS-SAVE-PATNAME   TO SORT-PATNAME                 00044900
                 MOVE WS-LAB-TESTCODE   TO SORT-TESTCODE                00045000
                 MOVE WS-LAB-RESULT     TO SORT-RESULT                  00045100
                 MOVE WS-LAB-UNITS      TO SORT-UNITS                   00045200
                 MOVE WS-LAB-REFRANGE   TO SORT-REFRANGE                00045300
                 MOVE WS-LAB-ABNFLAG    TO SORT-ABNFLAG                 00045400
                 RELEASE SORT-REC                                       00045500
                 ADD 1 TO WS-NO-LISTED                                  00045600
              END-IF                                                    00045700
           END-IF.                                                      00045800
      *----------------------*                                          00045900
       4500-GET-LABRSLT-END.                                            00046000
      *----------------------*                                          00046100
           EXIT.                                                        00046200
                                                                        00046300
      *-----------------------*                                         00046400
       6000-PRINT-BY-DOCTOR.                                            00046500
      *-----------------------*                                         00046600
           PERFORM 6100-RETURN-ONE                                      00046700
              THRU 6100-RETURN-ONE-END                                  00046800
              UNTIL WS-SORT-EOF.                                        00046900
           IF WS-NO-DOCTORS > 0                                         00047000
              PERFORM 6300-DOCTOR-TOTAL                                 00047100
                 THRU 6300-DOCTOR-TOTAL-END                             00047200
           ELSE                                                         00047300
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00047400
           END-IF.                                                      00047500
      *-----------------------*                                         00047600
       6000-PRINT-BY-DOCTOR-END.                                        00047700
      *-----------------------*                                         00047800
           EXIT.                                                        00047900
                                                                        00048000
      *-----------------------*                                         00048100
       6100-RETURN-ONE.                                                 00048200
      *-----------------------*                                         00048300
           RETURN SORTWK                                                00048400
              AT END                                                    00048500
                 SET WS-SORT-EOF TO TRUE                                00048600
              NOT AT END                                                00048700
      *          the first record always opens a doctor, whatever       00048800
      *          its DOC-CODE holds                                     00048900
                 IF WS-NO-DOCTORS = 0                                   00049000
                    OR SORT-DOC-CODE NOT = WS-PREV-DOC-CODE             00049100
                    PERFORM 6200-NEW-DOCTOR                             00049200
                       THRU 6200-NEW-DOCTOR-END                         00049300
                 END-IF                                                 00049400
                 MOVE SORT-PATIENID TO RPT-D-PATIENTID                  00049500
                 MOVE SORT-PATNAME  TO RPT-D-PATNAME                    00049600
                 MOVE SORT-COLLDATE TO RPT-D-COLLDATE                   00049700
                 MOVE SORT-TESTCODE TO RPT-D-TESTCODE                   00049800
                 MOVE SORT-RESULT   TO RPT-D-RESULT                     00049900
                 MOVE SORT-UNITS    TO RPT-D-UNITS                      00050000
                 MOVE SORT-REFRANGE TO RPT-D-REFRANGE                   00050100
                 EVALUATE SORT-ABNFLAG                                  00050200
                   WHEN 'C'                                             00050300
                     MOVE 'CRITICAL' TO RPT-D-FLAG                      00050400
                   WHEN 'H'                                             00050500
                     MOVE 'HIGH'     TO RPT-D-FLAG                      00050600
                   WHEN 'L'                                             00050700
                     MOVE 'LOW'      TO RPT-D-FLAG                      00050800
                   WHEN OTHER                                           00050900
                     MOVE 'ABNORMAL' TO RPT-D-FLAG                      00051000
                 END-EVALUATE                                           00051100
                 WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE               00051200
                    AFTER ADVANCING 1 LINE                              00051300
                 ADD 1 TO WS-DOC-LISTED                                 00051400
           END-RETURN.                                                  00051500
      *-----------------------*                                         00051600
       6100-RETURN-ONE-END.                                             00051700
      *-----------------------*                                         00051800
           EXIT.                                                        00051900
                                                                        00052000
      *-----------------------*                                         00052100
       6200-NEW-DOCTOR.                                                 00052200
      *-----------------------*                                         00052300
      *    each doctor gets a page of their own to work from            00052400
           IF WS-NO-DOCTORS > 0                                         00052500
              PERFORM 6300-DOCTOR-TOTAL                                 00052600
                 THRU 6300-DOCTOR-TOTAL-END                             00052700
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00052800
                 AFTER ADVANCING PAGE                                   00052900
           ELSE                                                         00053000
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00053100
           END-IF.                                                      00053200
           ADD 1 TO WS-NO-DOCTORS.                                      00053300
           MOVE ZERO TO WS-DOC-LISTED.                                  00053400
           MOVE SORT-DOC-CODE TO WS-PREV-DOC-CODE.                      00053500
                                                                        00053600
           MOVE SORT-DOC-CODE TO RPT-G-DOC-CODE.                        00053700
           MOVE SPACE TO RPT-G-DOC-NAME.                                00053800
           MOVE 'N' TO WS-DOC-FOUND.                                    00053900
           PERFORM 6210-DOCTOR-LOOKUP                                   00054000
              THRU 6210-DOCTOR-LOOKUP-END                               00054100
              VARYING DOC-IDX FROM 1 BY 1                               00054200
              UNTIL DOC-IDX > WS-DOC-COUNT                              00054300
                 OR WS-DOC-HIT.                                         00054400
           WRITE RPT01-OUT-REC FROM RPT-DOCTOR-LINE                     00054500
              AFTER ADVANCING 2 LINES.                                  00054600
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00054700
              AFTER ADVANCING 2 LINES.                                  00054800
      *-----------------------*                                         00054900
       6200-NEW-DOCTOR-END.                                             00055000
      *-----------------------*                                         00055100
           EXIT.                                                        00055200
                                                                        00055300
      *-----------------------*                                         00055400
       6210-DOCTOR-LOOKUP.                                              00055500
      *-----------------------*                                         00055600
           IF WS-DOC-TAB-CODE (DOC-IDX) = SORT-DOC-CODE                 00055700
              MOVE 'Y' TO WS-DOC-FOUND                                  00055800
              MOVE WS-DOC-TAB-NAME (DOC-IDX) TO RPT-G-DOC-NAME          00055900
           END-IF.                                                      00056000
      *-----------------------*                                         00056100
       6210-DOCTOR-LOOKUP-END.                                          00056200
      *-----------------------*                                         00056300
           EXIT.                                                        00056400
                                                                        00056500
      *-----------------------*                                         00056600
       6300-DOCTOR-TOTAL.                                               00056700
      *-----------------------*                                         00056800
           MOVE WS-DOC-LISTED TO RPT-DT-COUNT.                          00056900
           WRITE RPT01-OUT-REC FROM RPT-DOC-TOTAL-LINE                  00057000
              AFTER ADVANCING 2 LINES.                                  00057100
      *-----------------------*                                         00057200
       6300-DOCTOR-TOTAL-END.                                           00057300
      *-----------------------*                                         00057400
           EXIT.                                                        00057500
                                                                        00057600
      *-------------------*                                             00057700
       9999-ABEND.                                                      00057800
      *-------------------*                                             00057900
      D    DISPLAY "WE ARE IN ABEND".                                   00058000
      *    WE FORCE AN ABEND                                            00058100
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00058200
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00058300
           GOBACK.                                                      00058400
      *-------------------*                                             00058500
       9999-ABEND-END.                                                  00058600
      *-------------------*                                             00058700
           EXIT.                                                        00058800
