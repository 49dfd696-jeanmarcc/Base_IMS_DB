      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PDSCHOPN.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapport des plages libres par medecin pour les N           00000900
      *      prochains jours, pour que le comptoir offre au             00001000
      *      telephone de vraies disponibilites. Pour chaque            00001100
      *      medecin actif qui a des heures au calendrier               00001200
      *      (DOCSCHD), chaque jour de travail non bloque est           00001300
      *      decoupe en plages selon ses heures et la longueur          00001400
      *      de plage; une plage est libre si aucun rendez-vous         00001500
      *      non annule de APPTMSTR ne l'occupe.                        00001600
      *                                                                 00001700
      * Fichier entree: CTLCARD, date de depart (YYYYMMDD) et           00001800
      *      nombre de jours                                            00001900
      * Fichier entree: DOCMSTR, maitre des medecins                    00002000
      * Fichier entree: DOCSCHD, calendrier des medecins                00002100
      * Fichier entree: APPTIN, maitre des rendez-vous                  00002200
      * Fichier sortie: SLOTRPT, plages libres par medecin              00002300
      *----------------------------------------------------------*      00002400
      *--------------------*                                            00002500
       ENVIRONMENT DIVISION.                                            00002600
      *--------------------*                                            00002700
       CONFIGURATION SECTION.                                           00002800
       OBJECT-COMPUTER.                                                 00002900
       SOURCE-COMPUTER.                                                 00003000
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003100
       INPUT-OUTPUT SECTION.                                            00003200
       FILE-CONTROL.                                                    00003300
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003400
           ORGANIZATION IS SEQUENTIAL                                   00003500
           FILE STATUS IS WS-CTL-FS.                                    00003600
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00003700
           ORGANIZATION IS SEQUENTIAL                                   00003800
           FILE STATUS IS WS-DOC-FS.                                    00003900
           SELECT DOCSCHD ASSIGN TO DOCSCHD                             00004000
           ORGANIZATION IS SEQUENTIAL                                   00004100
           FILE STATUS IS WS-DSC-FS.                                    00004200
           SELECT APPT-IN ASSIGN TO APPTIN                              00004300
           ORGANIZATION IS SEQUENTIAL                                   00004400
           FILE STATUS IS WS-APT-FS.                                    00004500
           SELECT RPT01-OUT ASSIGN TO SLOTRPT                           00004600
           ORGANIZATION IS LINE SEQUENTIAL                              00004700
           FILE STATUS IS WS-RPT01-FS.                                  00004800
      *----------------*                                                00004900
       DATA DIVISION.                                                   00005000
      *----------------*                                                00005100
       FILE SECTION.                                                    00005200
                                                                        00005300
       FD  CTLCARD RECORDING MODE F.                                    00005400
       01  CTL-CARD-REC.                                                00005500
           05 CTL-START-DATE            PIC X(08).                      00005600
           05 FILLER                    PIC X(01).                      00005700
           05 CTL-DAYS                  PIC X(03).                      00005800
           05 FILLER                    PIC X(68).                      00005900
                                                                        00006000
      *    doctor master reference file: one record per physician       00006100
       FD  DOCMSTR RECORDING MODE F.                                    00006200
       01  DOC-MSTR-REC.                                                00006300
           05 DOC-CODE                  PIC X(08).                      00006400
           05 DOC-NAME                  PIC X(20).                      00006500
           05 DOC-SPECIALTY             PIC X(20).                      00006600
           05 DOC-ACTIVE                PIC X(01).                      00006700
           05 FILLER                    PIC X(31).                      00006800
                                                                        00006900
      *    calendrier des medecins, tenu par PDSCHMNT: un               00007000
      *    enregistrement H (heures) par medecin, un B par date         00007100
      *    bloquee                                                      00007200
       FD  DOCSCHD RECORDING MODE F.                                    00007300
       01  DSC-REC.                                                     00007400
           05 DSC-DOC-CODE              PIC X(08).                      00007500
           05 FILLER                    PIC X(01).                      00007600
           05 DSC-TYPE                  PIC X(01).                      00007700
           05 FILLER                    PIC X(01).                      00007800
           05 DSC-DATA                  PIC X(69).                      00007900
           05 DSC-HOURS REDEFINES DSC-DATA.                             00008000
              10 DSC-WORKDAYS           PIC X(07).                      00008100
              10 FILLER                 PIC X(01).                      00008200
              10 DSC-START-TIME.                                        00008300
                 15 DSC-START-HH        PIC 9(02).                      00008400
                 15 DSC-START-MI        PIC 9(02).                      00008500
              10 FILLER                 PIC X(01).                      00008600
              10 DSC-END-TIME.                                          00008700
                 15 DSC-END-HH          PIC 9(02).                      00008800
                 15 DSC-END-MI          PIC 9(02).                      00008900
              10 FILLER                 PIC X(01).                      00009000
              10 DSC-SLOT-LEN           PIC 9(03).                      00009100
              10 FILLER                 PIC X(48).                      00009200
           05 DSC-BLOCK REDEFINES DSC-DATA.                             00009300
              10 DSC-BLOCK-DATE         PIC X(08).                      00009400
              10 FILLER                 PIC X(01).                      00009500
              10 DSC-BLOCK-REASON       PIC X(20).                      00009600
              10 FILLER                 PIC X(40).                      00009700
                                                                        00009800
      *    un rendez-vous par enregistrement, format PAPPTMNT           00009900
       FD  APPT-IN RECORDING MODE F.                                    00010000
       01  APPT-IN-REC.                                                 00010100
           05 APT-PATIENID      PIC X(05).                              00010200
           05 FILLER            PIC X(01).                              00010300
           05 APT-DATE          PIC X(08).                              00010400
           05 FILLER            PIC X(01).                              00010500
           05 APT-TIME          PIC X(04).                              00010600
           05 FILLER            PIC X(01).                              00010700
           05 APT-DOCTOR        PIC X(20).                              00010800
           05 FILLER            PIC X(01).                              00010900
           05 APT-TRTNAME       PIC X(20).                              00011000
           05 FILLER            PIC X(01).                              00011100
           05 APT-STATUS        PIC X(01).                              00011200
           05 FILLER            PIC X(17).                              00011300
                                                                        00011400
       FD  RPT01-OUT RECORDING MODE F.                                  00011500
       01  RPT01-OUT-REC                PIC X(80).                      00011600
                                                                        00011700
      *-----------------------*                                         00011800
       WORKING-STORAGE SECTION.                                         00011900
      *-----------------------*                                         00012000
       01 WS-FILE-STATUS.                                               00012100
          05 WS-CTL-FS                 PIC X(2).                        00012200
          05 WS-DOC-FS                 PIC X(2).                        00012300
          05 WS-DSC-FS                 PIC X(2).                        00012400
          05 WS-APT-FS                 PIC X(2).                        00012500
          05 WS-RPT01-FS               PIC X(2).                        00012600
                                                                        00012700
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012800
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00012900
       01 WS-DSC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013000
          88 WS-DSC-EOF                 VALUE 'TRUE'.                   00013100
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013200
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00013300
                                                                        00013400
       01 WS-START-DATE                 PIC X(08).                      00013500
       01 WS-DAYS                       PIC 9(03) VALUE 0.              00013600
                                                                        00013700
       01 WS-COUNTERS.                                                  00013800
           05 WS-NO-DOCTORS                PIC 9(8).                    00013900
           05 WS-NO-OPEN-SLOTS             PIC 9(8).                    00014000
                                                                        00014100
      * doctor master loaded in table at start of run                   00014200
       01 WS-DOC-TABLE.                                                 00014300
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00014400
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00014500
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00014600
             10 WS-DOC-TAB-CODE    PIC X(08).                           00014700
             10 WS-DOC-TAB-NAME    PIC X(20).                           00014800
             10 WS-DOC-TAB-ACTIVE  PIC X(01).                           00014900
       01 WS-DOC-VALID                 PIC X(01) VALUE 'N'.             00015000
          88 WS-DOC-OK                 VALUE 'Y'.                       00015100
                                                                        00015200
      * doctor schedule: hours per DOC-CODE (times kept in              00015300
      * minutes), and blocked dates                                     00015400
       01 WS-HRS-TABLE.                                                 00015500
          05 WS-HRS-MAX         PIC 9(03) COMP VALUE 100.               00015600
          05 WS-HRS-COUNT       PIC 9(03) COMP VALUE 0.                 00015700
          05 WS-HRS-ENTRY OCCURS 100 TIMES INDEXED BY HRS-IDX.          00015800
             10 WS-HR-DOC-CODE  PIC X(08).                              00015900
             10 WS-HR-WORKDAYS  PIC X(07).                              00016000
             10 WS-HR-START-MIN PIC 9(04).                              00016100
             10 WS-HR-END-MIN   PIC 9(04).                              00016200
             10 WS-HR-SLOT-LEN  PIC 9(03).                              00016300
                                                                        00016400
       01 WS-BLK-TABLE.                                                 00016500
          05 WS-BLK-MAX         PIC 9(03) COMP VALUE 500.               00016600
          05 WS-BLK-COUNT       PIC 9(03) COMP VALUE 0.                 00016700
          05 WS-BLK-ENTRY OCCURS 500 TIMES INDEXED BY BLK-IDX.          00016800
             10 WS-BK-DOC-CODE  PIC X(08).                              00016900
             10 WS-BK-DATE      PIC X(08).                              00017000
       01 WS-BLK-FOUND                 PIC X(01) VALUE 'N'.             00017100
          88 WS-BLK-HIT                VALUE 'Y'.                       00017200
                                                                        00017300
      * the appointments that hold a slot from the start date on        00017400
       01 WS-APT-TABLE.                                                 00017500
          05 WS-APT-MAX         PIC 9(04) COMP VALUE 2000.              00017600
          05 WS-APT-COUNT       PIC 9(04) COMP VALUE 0.                 00017700
          05 WS-APT-ENTRY OCCURS 2000 TIMES INDEXED BY APT-IDX.         00017800
             10 WS-AT-DATE      PIC X(08).                              00017900
             10 WS-AT-TIME      PIC X(04).                              00018000
             10 WS-AT-DOCTOR    PIC X(20).                              00018100
       01 WS-APT-FOUND                 PIC X(01) VALUE 'N'.             00018200
          88 WS-APT-HIT                VALUE 'Y'.                       00018300
                                                                        00018400
       01 WS-CUR-DOC-CODE               PIC X(08).                      00018500
       01 WS-CUR-DOCTOR                 PIC X(20).                      00018600
       01 WS-DOC-OPEN-CNT               PIC 9(05) COMP VALUE 0.         00018700
       01 WS-SUB                        PIC 9(03) COMP VALUE 0.         00018800
       01 WS-DAY-SUB                    PIC 9(03) COMP VALUE 0.         00018900
       01 WS-SLOT-MIN                   PIC 9(04) COMP VALUE 0.         00019000
       01 WS-SLOT-END                   PIC 9(04) COMP VALUE 0.         00019100
       01 WS-SLOT-TIME.                                                 00019200
          05 WS-SLOT-HH                 PIC 9(02).                      00019300
          05 WS-SLOT-MI                 PIC 9(02).                      00019400
       01 WS-LINE-CNT                   PIC 9(02) COMP VALUE 0.         00019500
                                                                        00019600
      * the day being laid out                                          00019700
       01 WS-CAL-DATE.                                                  00019800
          05 WS-CAL-YYYY               PIC 9(04).                       00019900
          05 WS-CAL-MM                 PIC 9(02).                       00020000
          05 WS-CAL-DD                 PIC 9(02).                       00020100
       01 WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.          00020200
       01 WS-LEAP-QUOT                 PIC 9(04) COMP VALUE 0.          00020300
       01 WS-LEAP-R4                   PIC 9(04) COMP VALUE 0.          00020400
       01 WS-LEAP-R100                 PIC 9(04) COMP VALUE 0.          00020500
       01 WS-LEAP-R400                 PIC 9(04) COMP VALUE 0.          00020600
                                                                        00020700
      * day of the week of WS-CAL-DATE (1=Monday ... 7=Sunday),         00020800
      * Zeller's rule on ordinary arithmetic                            00020900
       01 WS-DOW-WORK.                                                  00021000
          05 WS-DOW-Y                  PIC 9(04) COMP.                  00021100
          05 WS-DOW-M                  PIC 9(02) COMP.                  00021200
          05 WS-DOW-J                  PIC 9(02) COMP.                  00021300
          05 WS-DOW-K                  PIC 9(02) COMP.                  00021400
          05 WS-DOW-T                  PIC 9(04) COMP.                  00021500
          05 WS-DOW-SUM                PIC 9(05) COMP.                  00021600
          05 WS-DOW-QUOT               PIC 9(05) COMP.                  00021700
          05 WS-DOW-H                  PIC 9(01) COMP.                  00021800
       01 WS-DOW                       PIC 9(01).                       00021900
                                                                        00022000
       01 RPT-HEADER-1.                                                 00022100
           05 FILLER           PIC X(27) VALUE                          00022200
                'OPEN APPOINTMENT SLOTS FROM'.                          00022300
           05 FILLER           PIC X(01) VALUE SPACE.                   00022400
           05 RPT-H1-DATE      PIC X(08).                               00022500
           05 FILLER           PIC X(05) VALUE ' FOR '.                 00022600
           05 RPT-H1-DAYS      PIC ZZ9.                                 00022700
           05 FILLER           PIC X(05) VALUE ' DAYS'.                 00022800
           05 FILLER           PIC X(31) VALUE SPACE.                   00022900
                                                                        00023000
       01 RPT-DOC-HEADER.                                               00023100
           05 FILLER           PIC X(08) VALUE 'DOCTOR: '.              00023200
           05 RPT-D-DOCTOR     PIC X(20).                               00023300
           05 FILLER           PIC X(02) VALUE SPACE.                   00023400
           05 RPT-D-DOC-CODE   PIC X(08).                               00023500
           05 FILLER           PIC X(42) VALUE SPACE.                   00023600
                                                                        00023700
       01 RPT-SLOT-LINE.                                                00023800
           05 FILLER           PIC X(02) VALUE SPACE.                   00023900
           05 RPT-S-DATE       PIC X(08).                               00024000
           05 FILLER           PIC X(02) VALUE SPACE.                   00024100
           05 RPT-S-SLOT OCCURS 12 TIMES.                               00024200
              10 RPT-S-TIME    PIC X(04).                               00024300
              10 FILLER        PIC X(01).                               00024400
           05 FILLER           PIC X(08) VALUE SPACE.                   00024500
                                                                        00024600
       01 RPT-DOC-TOTAL-LINE.                                           00024700
           05 FILLER           PIC X(16) VALUE '  OPEN SLOTS:   '.      00024800
           05 RPT-T-CNT        PIC ZZZZ9.                               00024900
           05 FILLER           PIC X(59) VALUE SPACE.                   00025000
                                                                        00025100
      *-----------------------*                                         00025200
       PROCEDURE DIVISION.                                              00025300
      *-----------------------*                                         00025400
                                                                        00025500
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00025600
                                                                        00025700
           PERFORM 1000-INIT                                            00025800
              THRU 1000-INIT-END.                                       00025900
                                                                        00026000
           DISPLAY '1_____OPEN SLOTS BY DOCTOR'.                        00026100
           PERFORM 3000-REPORT-DOCTOR                                   00026200
              THRU 3000-REPORT-DOCTOR-END                               00026300
              VARYING WS-SUB FROM 1 BY 1                                00026400
              UNTIL WS-SUB > WS-HRS-COUNT.                              00026500
                                                                        00026600
           CLOSE RPT01-OUT.                                             00026700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00026800
           DISPLAY 'DOCTORS ON REPORT: ' WS-NO-DOCTORS.                 00026900
           DISPLAY 'OPEN SLOTS       : ' WS-NO-OPEN-SLOTS.              00027000
                                                                        00027100
           GOBACK.                                                      00027200
                                                                        00027300
      *------------*                                                    00027400
       1000-INIT.                                                       00027500
      *------------*                                                    00027600
           DISPLAY "***** INIT PROCESS *****".                          00027700
                                                                        00027800
           MOVE SPACE TO WS-FILE-STATUS.                                00027900
           MOVE ZEROES TO WS-COUNTERS.                                  00028000
                                                                        00028100
           OPEN INPUT CTLCARD.                                          00028200
                                                                        00028300
           IF WS-CTL-FS NOT = "00"                                      00028400
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00028500
             PERFORM 9999-ABEND                                         00028600
                THRU 9999-ABEND-END                                     00028700
           END-IF.                                                      00028800
                                                                        00028900
           READ CTLCARD INTO CTL-CARD-REC                               00029000
              AT END                                                    00029100
      D         DISPLAY "CTLCARD IS EMPTY - NO START DATE SUPPLIED"     00029200
                PERFORM 9999-ABEND                                      00029300
                   THRU 9999-ABEND-END                                  00029400
           END-READ.                                                    00029500
                                                                        00029600
           MOVE CTL-START-DATE TO WS-START-DATE.                        00029700
           CLOSE CTLCARD.                                               00029800
                                                                        00029900
           IF WS-START-DATE NOT NUMERIC                                 00030000
              DISPLAY 'CTLCARD START DATE NOT NUMERIC: '                00030100
                 WS-START-DATE                                          00030200
              PERFORM 9999-ABEND                                        00030300
                 THRU 9999-ABEND-END                                    00030400
           END-IF.                                                      00030500
           IF CTL-DAYS NOT NUMERIC                                      00030600
              OR CTL-DAYS = '000'                                       00030700
              DISPLAY 'CTLCARD NUMBER OF DAYS INVALID: ' CTL-DAYS       00030800
              PERFORM 9999-ABEND                                        00030900
                 THRU 9999-ABEND-END                                    00031000
           END-IF.                                                      00031100
           MOVE CTL-DAYS TO WS-DAYS.                                    00031200
                                                                        00031300
      *    load the doctor master into its table                        00031400
           OPEN INPUT DOCMSTR.                                          00031500
           IF WS-DOC-FS = '00'                                          00031600
              PERFORM 1100-LOAD-DOC-TABLE                               00031700
                 THRU 1100-LOAD-DOC-TABLE-END                           00031800
                 UNTIL WS-DOC-EOF                                       00031900
              CLOSE DOCMSTR                                             00032000
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00032100
           ELSE                                                         00032200
              DISPLAY 'DOCMSTR NOT AVAILABLE: ' WS-DOC-FS               00032300
              PERFORM 9999-ABEND                                        00032400
                 THRU 9999-ABEND-END                                    00032500
           END-IF.                                                      00032600
                                                                        00032700
      *    load the doctor calendar                                     00032800
           OPEN INPUT DOCSCHD.                                          00032900
           IF WS-DSC-FS NOT = '00'                                      00033000
      D       DISPLAY "ERROR OPEN FILE DOCSCHD: " WS-DSC-FS             00033100
              PERFORM 9999-ABEND                                        00033200
                 THRU 9999-ABEND-END                                    00033300
           END-IF.                                                      00033400
           PERFORM 1200-LOAD-SCHEDULE                                   00033500
              THRU 1200-LOAD-SCHEDULE-END                               00033600
              UNTIL WS-DSC-EOF.                                         00033700
           CLOSE DOCSCHD.                                               00033800
           DISPLAY 'DOCTOR HOURS LOADED  : ' WS-HRS-COUNT.              00033900
           DISPLAY 'BLOCKED DATES LOADED : ' WS-BLK-COUNT.              00034000
                                                                        00034100
      *    load the appointments from the start date on                 00034200
           OPEN INPUT APPT-IN.                                          00034300
           IF WS-APT-FS NOT = '00'                                      00034400
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00034500
              PERFORM 9999-ABEND                                        00034600
                 THRU 9999-ABEND-END                                    00034700
           END-IF.                                                      00034800
           PERFORM 1300-LOAD-APT-TABLE                                  00034900
              THRU 1300-LOAD-APT-TABLE-END                              00035000
              UNTIL WS-APT-EOF.                                         00035100
           CLOSE APPT-IN.                                               00035200
           DISPLAY 'APPOINTMENTS HOLDING SLOTS: ' WS-APT-COUNT.         00035300
                                                                        00035400
           OPEN OUTPUT RPT01-OUT.                                       00035500
           MOVE WS-START-DATE TO RPT-H1-DATE.                           00035600
           MOVE WS-DAYS       TO RPT-H1-DAYS.                           00035700
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00035800
                                                                        00035900
           DISPLAY "***** FIN INIT PROCESS *****".                      00036000
                                                                        00036100
      *----------------*                                                00036200
       1000-INIT-END.                                                   00036300
      *----------------*                                                00036400
           EXIT.                                                        00036500
                                                                        00036600
      *-----------------------*                                         00036700
       1100-LOAD-DOC-TABLE.                                             00036800
      *-----------------------*                                         00036900
           READ DOCMSTR                                                 00037000
           END-READ.                                                    00037100
                                                                        00037200
           EVALUATE TRUE                                                00037300
             WHEN WS-DOC-FS = '00'                                      00037400
               IF WS-DOC-COUNT < WS-DOC-MAX                             00037500
                  ADD 1 TO WS-DOC-COUNT                                 00037600
                  SET DOC-IDX TO WS-DOC-COUNT                           00037700
                  MOVE DOC-CODE   TO WS-DOC-TAB-CODE (DOC-IDX)          00037800
                  MOVE DOC-NAME   TO WS-DOC-TAB-NAME (DOC-IDX)          00037900
                  MOVE DOC-ACTIVE TO WS-DOC-TAB-ACTIVE (DOC-IDX)        00038000
               ELSE                                                     00038100
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00038200
                     DOC-NAME                                           00038300
               END-IF                                                   00038400
             WHEN WS-DOC-FS = '10'                                      00038500
               SET WS-DOC-EOF TO TRUE                                   00038600
             WHEN OTHER                                                 00038700
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00038800
               PERFORM 9999-ABEND                                       00038900
                  THRU 9999-ABEND-END                                   00039000
           END-EVALUATE.                                                00039100
      *-----------------------*                                         00039200
       1100-LOAD-DOC-TABLE-END.                                         00039300
      *-----------------------*                                         00039400
           EXIT.                                                        00039500
                                                                        00039600
      *-----------------------*                                         00039700
       1200-LOAD-SCHEDULE.                                              00039800
      *-----------------------*                                         00039900
           READ DOCSCHD                                                 00040000
           END-READ.                                                    00040100
                                                                        00040200
           EVALUATE TRUE                                                00040300
             WHEN WS-DSC-FS = '00'                                      00040400
               EVALUATE DSC-TYPE                                        00040500
                 WHEN 'H'                                               00040600
                   IF WS-HRS-COUNT < WS-HRS-MAX                         00040700
                      ADD 1 TO WS-HRS-COUNT                             00040800
                      SET HRS-IDX TO WS-HRS-COUNT                       00040900
                      MOVE DSC-DOC-CODE TO WS-HR-DOC-CODE (HRS-IDX)     00041000
                      MOVE DSC-WORKDAYS TO WS-HR-WORKDAYS (HRS-IDX)     00041100
                      COMPUTE WS-HR-START-MIN (HRS-IDX) =               00041200
                         DSC-START-HH * 60 + DSC-START-MI               00041300
                      COMPUTE WS-HR-END-MIN (HRS-IDX) =                 00041400
                         DSC-END-HH * 60 + DSC-END-MI                   00041500
                      MOVE DSC-SLOT-LEN TO WS-HR-SLOT-LEN (HRS-IDX)     00041600
                   ELSE                                                 00041700
      *               PDSCHMNT keeps the file within this table; a      00041800
      *               doctor dropped here would have no hours           00041900
                      DISPLAY '*** HOURS TABLE FULL - RUN STOPPED: '    00042000
                         DSC-DOC-CODE ' ***'                            00042100
                      MOVE 16 TO RETURN-CODE                            00042200
                      PERFORM 9999-ABEND                                00042300
                         THRU 9999-ABEND-END                            00042400
                   END-IF                                               00042500
                 WHEN 'B'                                               00042600
                   IF WS-BLK-COUNT < WS-BLK-MAX                         00042700
                      ADD 1 TO WS-BLK-COUNT                             00042800
                      SET BLK-IDX TO WS-BLK-COUNT                       00042900
                      MOVE DSC-DOC-CODE   TO WS-BK-DOC-CODE (BLK-IDX)   00043000
                      MOVE DSC-BLOCK-DATE TO WS-BK-DATE (BLK-IDX)       00043100
                   ELSE                                                 00043200
      *               a blocked date dropped here would be offered      00043300
      *               for booking - stop instead                        00043400
                      DISPLAY '*** BLOCKED TABLE FULL - RUN STOPPED: '  00043500
                         DSC-DOC-CODE ' ' DSC-BLOCK-DATE ' ***'         00043600
                      MOVE 16 TO RETURN-CODE                            00043700
                      PERFORM 9999-ABEND                                00043800
                         THRU 9999-ABEND-END                            00043900
                   END-IF                                               00044000
                 WHEN OTHER                                             00044100
                   DISPLAY 'DOCSCHD RECORD TYPE UNKNOWN: ' DSC-REC      00044200
               END-EVALUATE                                             00044300
             WHEN WS-DSC-FS = '10'                                      00044400
               SET WS-DSC-EOF TO TRUE                                   00044500
             WHEN OTHER                                                 00044600
      D        DISPLAY "ERROR READ FILE DOCSCHD !!!: " WS-DSC-FS        00044700
               PERFORM 9999-ABEND                                       00044800
                  THRU 9999-ABEND-END                                   00044900
           END-EVALUATE.                                                00045000
      *-----------------------*                                         00045100
       1200-LOAD-SCHEDULE-END.                                          00045200
      *-----------------------*                                         00045300
           EXIT.                                                        00045400
                                                                        00045500
      *-----------------------*                                         00045600
       1300-LOAD-APT-TABLE.                                             00045700
      *-----------------------*                                         00045800
           READ APPT-IN                                                 00045900
           END-READ.                                                    00046000
                                                                        00046100
           EVALUATE TRUE                                                00046200
             WHEN WS-APT-FS = '00'                                      00046300
      *        cancelled appointments free their slot                   00046400
               IF APT-DATE NOT < WS-START-DATE                          00046500
                  AND APT-STATUS NOT = 'C'                              00046600
                  IF WS-APT-COUNT < WS-APT-MAX                          00046700
                     ADD 1 TO WS-APT-COUNT                              00046800
                     SET APT-IDX TO WS-APT-COUNT                        00046900
                     MOVE APT-DATE     TO WS-AT-DATE (APT-IDX)          00047000
                     MOVE APT-TIME     TO WS-AT-TIME (APT-IDX)          00047100
                     MOVE APT-DOCTOR   TO WS-AT-DOCTOR (APT-IDX)        00047200
                  ELSE                                                  00047300
      *              a dropped booking would be offered as open -       00047400
      *              stop instead                                       00047500
                     DISPLAY 'APPT TABLE FULL - RUN STOPPED: '          00047600
                        APT-PATIENID ' ' APT-DATE                       00047700
                     MOVE 16 TO RETURN-CODE                             00047800
                     PERFORM 9999-ABEND                                 00047900
                        THRU 9999-ABEND-END                             00048000
                  END-IF                                                00048100
               END-IF                                                   00048200
             WHEN WS-APT-FS = '10'                                      00048300
               SET WS-APT-EOF TO TRUE                                   00048400
             WHEN OTHER                                                 00048500
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00048600
               PERFORM 9999-ABEND                                       00048700
                  THRU 9999-ABEND-END                                   00048800
           END-EVALUATE.                                                00048900
      *-----------------------*                                         00049000
       1300-LOAD-APT-TABLE-END.                                         00049100
      *-----------------------*                                         00049200
           EXIT.                                                        00049300
                                                                        00049400
      *-----------------------*                                         00049500
       3000-REPORT-DOCTOR.                                              00049600
      *-----------------------*                                         00049700
      *    one group per doctor with hours on the calendar; the         00049800
      *    appointments carry the doctor's name, not the code           00049900
           SET HRS-IDX TO WS-SUB.                                       00050000
           MOVE WS-HR-DOC-CODE (HRS-IDX) TO WS-CUR-DOC-CODE.            00050100
           MOVE 'N' TO WS-DOC-VALID.                                    00050200
           PERFORM 3010-DOCTOR-LOOKUP                                   00050300
              THRU 3010-DOCTOR-LOOKUP-END                               00050400
              VARYING DOC-IDX FROM 1 BY 1                               00050500
              UNTIL DOC-IDX > WS-DOC-COUNT                              00050600
                 OR WS-DOC-OK.                                          00050700
           IF NOT WS-DOC-OK                                             00050800
              DISPLAY 'NO ACTIVE DOCTOR FOR CALENDAR: '                 00050900
                 WS-CUR-DOC-CODE                                        00051000
              GO TO 3000-REPORT-DOCTOR-END                              00051100
           END-IF.                                                      00051200
           ADD 1 TO WS-NO-DOCTORS.                                      00051300
           MOVE ZERO TO WS-DOC-OPEN-CNT.                                00051400
                                                                        00051500
           MOVE WS-CUR-DOCTOR   TO RPT-D-DOCTOR.                        00051600
           MOVE WS-CUR-DOC-CODE TO RPT-D-DOC-CODE.                      00051700
           WRITE RPT01-OUT-REC FROM RPT-DOC-HEADER                      00051800
              AFTER ADVANCING 2 LINES.                                  00051900
                                                                        00052000
           MOVE WS-START-DATE TO WS-CAL-DATE.                           00052100
           PERFORM 3100-REPORT-DAY                                      00052200
              THRU 3100-REPORT-DAY-END                                  00052300
              VARYING WS-DAY-SUB FROM 1 BY 1                            00052400
              UNTIL WS-DAY-SUB > WS-DAYS.                               00052500
                                                                        00052600
           MOVE WS-DOC-OPEN-CNT TO RPT-T-CNT.                           00052700
           WRITE RPT01-OUT-REC FROM RPT-DOC-TOTAL-LINE                  00052800
              AFTER ADVANCING 1 LINE.                                   00052900
      *-----------------------*                                         00053000
       3000-REPORT-DOCTOR-END.                                          00053100
      *-----------------------*                                         00053200
           EXIT.                                                        00053300
                                                                        00053400
      *-----------------------*                                         00053500
       3010-DOCTOR-LOOKUP.                                              00053600
      *-----------------------*                                         00053700
           IF WS-DOC-TAB-CODE (DOC-IDX) = WS-CUR-DOC-CODE               00053800
              AND WS-DOC-TAB-ACTIVE (DOC-IDX) = 'Y'                     00053900
              MOVE 'Y' TO WS-DOC-VALID                                  00054000
              MOVE WS-DOC-TAB-NAME (DOC-IDX) TO WS-CUR-DOCTOR           00054100
           END-IF.                                                      00054200
      *-----------------------*                                         00054300
       3010-DOCTOR-LOOKUP-END.                                          00054400
      *-----------------------*                                         00054500
           EXIT.                                                        00054600
                                                                        00054700
      *-----------------------*                                         00054800
       3100-REPORT-DAY.                                                 00054900
      *-----------------------*                                         00055000
           PERFORM 3150-LAY-OUT-DAY                                     00055100
              THRU 3150-LAY-OUT-DAY-END.                                00055200
           PERFORM 3400-NEXT-DATE                                       00055300
              THRU 3400-NEXT-DATE-END.                                  00055400
      *-----------------------*                                         00055500
       3100-REPORT-DAY-END.                                             00055600
      *-----------------------*                                         00055700
           EXIT.                                                        00055800
                                                                        00055900
      *-----------------------*                                         00056000
       3150-LAY-OUT-DAY.                                                00056100
      *-----------------------*                                         00056200
      *    a working day not blocked is cut into slots; each slot       00056300
      *    not held by an appointment is printed, twelve a line         00056400
           PERFORM 3300-DAY-OF-WEEK                                     00056500
              THRU 3300-DAY-OF-WEEK-END.                                00056600
           IF WS-HR-WORKDAYS (HRS-IDX) (WS-DOW:1) NOT = 'Y'             00056700
              GO TO 3150-LAY-OUT-DAY-END                                00056800
           END-IF.                                                      00056900
           MOVE 'N' TO WS-BLK-FOUND.                                    00057000
           PERFORM 3110-BLOCKED-LOOKUP                                  00057100
              THRU 3110-BLOCKED-LOOKUP-END                              00057200
              VARYING BLK-IDX FROM 1 BY 1                               00057300
              UNTIL BLK-IDX > WS-BLK-COUNT                              00057400
                 OR WS-BLK-HIT.                                         00057500
           IF WS-BLK-HIT                                                00057600
              GO TO 3150-LAY-OUT-DAY-END                                00057700
           END-IF.                                                      00057800
           IF WS-HR-SLOT-LEN (HRS-IDX) = ZERO                           00057900
              OR WS-HR-SLOT-LEN (HRS-IDX) > WS-HR-END-MIN (HRS-IDX)     00058000
              GO TO 3150-LAY-OUT-DAY-END                                00058100
           END-IF.                                                      00058200
                                                                        00058300
           MOVE SPACE TO RPT-SLOT-LINE.                                 00058400
           MOVE WS-CAL-DATE TO RPT-S-DATE.                              00058500
           MOVE ZERO TO WS-LINE-CNT.                                    00058600
           COMPUTE WS-SLOT-END =                                        00058700
              WS-HR-END-MIN (HRS-IDX) - WS-HR-SLOT-LEN (HRS-IDX).       00058800
           PERFORM 3200-CHECK-SLOT                                      00058900
              THRU 3200-CHECK-SLOT-END                                  00059000
              VARYING WS-SLOT-MIN FROM WS-HR-START-MIN (HRS-IDX)        00059100
                 BY WS-HR-SLOT-LEN (HRS-IDX)                            00059200
              UNTIL WS-SLOT-MIN > WS-SLOT-END.                          00059300
           IF WS-LINE-CNT > ZERO                                        00059400
              WRITE RPT01-OUT-REC FROM RPT-SLOT-LINE                    00059500
                 AFTER ADVANCING 1 LINE                                 00059600
           END-IF.                                                      00059700
      *-----------------------*                                         00059800
       3150-LAY-OUT-DAY-END.                                            00059900
      *-----------------------*                                         00060000
           EXIT.                                                        00060100
                                                                        00060200
      *-----------------------*                                         00060300
       3110-BLOCKED-LOOKUP.                                             00060400
      *-----------------------*                                         00060500
           IF WS-BK-DOC-CODE (BLK-IDX) = WS-CUR-DOC-CODE                00060600
              AND WS-BK-DATE (BLK-IDX) = WS-CAL-DATE                    00060700
              MOVE 'Y' TO WS-BLK-FOUND                                  00060800
           END-IF.                                                      00060900
      *-----------------------*                                         00061000
       3110-BLOCKED-LOOKUP-END.                                         00061100
      *-----------------------*                                         00061200
           EXIT.                                                        00061300
                                                                        00061400
      *-----------------------*                                         00061500
       3200-CHECK-SLOT.                                                 00061600
      *-----------------------*                                         00061700
           DIVIDE WS-SLOT-MIN BY 60                                     00061800
              GIVING WS-SLOT-HH REMAINDER WS-SLOT-MI.                   00061900
           MOVE 'N' TO WS-APT-FOUND.                                    00062000
           PERFORM 3210-APPOINTMENT-LOOKUP                              00062100
              THRU 3210-APPOINTMENT-LOOKUP-END                          00062200
              VARYING APT-IDX FROM 1 BY 1                               00062300
              UNTIL APT-IDX > WS-APT-COUNT                              00062400
                 OR WS-APT-HIT.                                         00062500
           IF WS-APT-HIT                                                00062600
              GO TO 3200-CHECK-SLOT-END                                 00062700
           END-IF.                                                      00062800
                                                                        00062900
           IF WS-LINE-CNT = 12                                          00063000
              WRITE RPT01-OUT-REC FROM RPT-SLOT-LINE                    00063100
                 AFTER ADVANCING 1 LINE                                 00063200
              MOVE SPACE TO RPT-SLOT-LINE                               00063300
              MOVE ZERO TO WS-LINE-CNT                                  00063400
           END-IF.                                                      00063500
           ADD 1 TO WS-LINE-CNT.                                        00063600
           MOVE WS-SLOT-TIME TO RPT-S-TIME (WS-LINE-CNT).               00063700
           ADD 1 TO WS-DOC-OPEN-CNT.                                    00063800
           ADD 1 TO WS-NO-OPEN-SLOTS.                                   00063900
      *-----------------------*                                         00064000
       3200-CHECK-SLOT-END.                                             00064100
      *-----------------------*                                         00064200
           EXIT.                                                        00064300
                                                                        00064400
      *-----------------------*                                         00064500
       3210-APPOINTMENT-LOOKUP.                                         00064600
      *-----------------------*                                         00064700
           IF WS-AT-DOCTOR (APT-IDX) = WS-CUR-DOCTOR                    00064800
              AND WS-AT-DATE (APT-IDX) = WS-CAL-DATE                    00064900
              AND WS-AT-TIME (APT-IDX) = WS-SLOT-TIME                   00065000
              MOVE 'Y' TO WS-APT-FOUND                                  00065100
           END-IF.                                                      00065200
      *-----------------------*                                         00065300
       3210-APPOINTMENT-LOOKUP-END.                                     00065400
      *-----------------------*                                         00065500
           EXIT.                                                        00065600
                                                                        00065700
      *-----------------------*                                         00065800
       3300-DAY-OF-WEEK.                                                00065900
      *-----------------------*                                         00066000
      *    January and February count as months 13 and 14 of            00066100
      *    the year before                                              00066200
           MOVE WS-CAL-YYYY TO WS-DOW-Y.                                00066300
           MOVE WS-CAL-MM   TO WS-DOW-M.                                00066400
           IF WS-DOW-M < 3                                              00066500
              ADD 12 TO WS-DOW-M                                        00066600
              SUBTRACT 1 FROM WS-DOW-Y                                  00066700
           END-IF.                                                      00066800
           DIVIDE WS-DOW-Y BY 100                                       00066900
              GIVING WS-DOW-J REMAINDER WS-DOW-K.                       00067000
           COMPUTE WS-DOW-T = (WS-DOW-M + 1) * 13.                      00067100
           DIVIDE WS-DOW-T BY 5 GIVING WS-DOW-T.                        00067200
           COMPUTE WS-DOW-SUM = WS-CAL-DD + WS-DOW-T + WS-DOW-K         00067300
                              + 5 * WS-DOW-J.                           00067400
           DIVIDE WS-DOW-K BY 4 GIVING WS-DOW-QUOT.                     00067500
           ADD WS-DOW-QUOT TO WS-DOW-SUM.                               00067600
           DIVIDE WS-DOW-J BY 4 GIVING WS-DOW-QUOT.                     00067700
           ADD WS-DOW-QUOT TO WS-DOW-SUM.                               00067800
      *    0=Saturday 1=Sunday 2=Monday ... shifted to Monday=1         00067900
           DIVIDE WS-DOW-SUM BY 7                                       00068000
              GIVING WS-DOW-QUOT REMAINDER WS-DOW-H.                    00068100
           COMPUTE WS-DOW-SUM = WS-DOW-H + 5.                           00068200
           DIVIDE WS-DOW-SUM BY 7                                       00068300
              GIVING WS-DOW-QUOT REMAINDER WS-DOW.                      00068400
           ADD 1 TO WS-DOW.                                             00068500
      *-----------------------*                                         00068600
       3300-DAY-OF-WEEK-END.                                            00068700
      *-----------------------*                                         00068800
           EXIT.                                                        00068900
                                                                        00069000
      *-----------------------*                                         00069100
       3400-NEXT-DATE.                                                  00069200
      *-----------------------*                                         00069300
      *    WS-CAL-DATE moves on one calendar day                        00069400
           EVALUATE WS-CAL-MM                                           00069500
             WHEN 4                                                     00069600
             WHEN 6                                                     00069700
             WHEN 9                                                     00069800
             WHEN 11                                                    00069900
               MOVE 30 TO WS-MONTH-DAYS                                 00070000
             WHEN 2                                                     00070100
               DIVIDE WS-CAL-YYYY BY 4                                  00070200
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R4              00070300
               DIVIDE WS-CAL-YYYY BY 100                                00070400
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R100            00070500
               DIVIDE WS-CAL-YYYY BY 400                                00070600
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R400            00070700
               IF WS-LEAP-R4 = ZERO                                     00070800
                  AND (WS-LEAP-R100 NOT = ZERO                          00070900
                       OR WS-LEAP-R400 = ZERO)                          00071000
                  MOVE 29 TO WS-MONTH-DAYS                              00071100
               ELSE                                                     00071200
                  MOVE 28 TO WS-MONTH-DAYS                              00071300
               END-IF                                                   00071400
             WHEN OTHER                                                 00071500
               MOVE 31 TO WS-MONTH-DAYS                                 00071600
           END-EVALUATE.                                                00071700
                                                                        00071800
           ADD 1 TO WS-CAL-DD.                                          00071900
           IF WS-CAL-DD > WS-MONTH-DAYS                                 00072000
              MOVE 1 TO WS-CAL-DD                                       00072100
              ADD 1 TO WS-CAL-MM                                        00072200
              IF WS-CAL-MM > 12                                         00072300
                 MOVE 1 TO WS-CAL-MM                                    00072400
                 ADD 1 TO WS-CAL-YYYY                                   00072500
              END-IF                                                    00072600
           END-IF.                                                      00072700
      *-----------------------*                                         00072800
       3400-NEXT-DATE-END.                                              00072900
      *-----------------------*                                         00073000
           EXIT.                                                        00073100
                                                                        00073200
      *-------------------*                                             00073300
       9999-ABEND.                                                      00073400
      *-------------------*                                             00073500
      D    DISPLAY "WE ARE IN ABEND".                                   00073600
      *    WE FORCE AN ABEND                                            00073700
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00073800
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00073900
           GOBACK.                                                      00074000
      *-------------------*                                             00074100
       9999-ABEND-END.                                                  00074200
      *-------------------*                                             00074300
           EXIT.                                                        00074400
