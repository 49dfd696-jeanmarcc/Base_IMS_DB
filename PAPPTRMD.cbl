      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PAPPTRMD.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Extraction de nuit des rappels de rendez-vous pour         00000900
      *      le fournisseur SMS/voix. Tous les rendez-vous              00001000
      *      reserves (APT-STATUS B) de APPTMSTR dont la date           00001100
      *      tombe deux jours apres la date du CTLCARD sont             00001200
      *      envoyes avec le nom et le telephone du patient             00001300
      *      (segment PATIENT de la base), la date et l'heure,          00001400
      *      le medecin et la clinique ou il consulte (DOCSCHD,         00001500
      *      blanc = 01, nom de la clinique dans FACCTL). Un            00001600
      *      enregistrement de fin porte le nombre de rappels.          00001700
      *      Un patient sans telephone n'est pas envoye, ni un          00001800
      *      patient decede (indicateur du segment PATIENT).            00001900
      *      Les reponses du fournisseur sont appliquees par            00002000
      *      PAPPTRSP.                                                  00002100
      *                                                                 00002200
      * Fichier entree: CTLCARD, date du traitement (YYYYMMDD)          00002300
      * Fichier entree: APPTIN, maitre des rendez-vous                  00002400
      * Fichier entree: DOCMSTR, maitre des medecins                    00002500
      * Fichier entree: DOCSCHD, calendrier des medecins                00002600
      * Fichier entree: FACCTL, cliniques                               00002700
      * Fichier sortie: RMDOUT, rappels pour le fournisseur             00002800
      *----------------------------------------------------------*      00002900
      *--------------------*                                            00003000
       ENVIRONMENT DIVISION.                                            00003100
      *--------------------*                                            00003200
       CONFIGURATION SECTION.                                           00003300
       OBJECT-COMPUTER.                                                 00003400
       SOURCE-COMPUTER.                                                 00003500
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003600
       INPUT-OUTPUT SECTION.                                            00003700
       FILE-CONTROL.                                                    00003800
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-CTL-FS.                                    00004100
           SELECT APPT-IN ASSIGN TO APPTIN                              00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-APT-FS.                                    00004400
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-DOC-FS.                                    00004700
           SELECT DOCSCHD ASSIGN TO DOCSCHD                             00004800
           ORGANIZATION IS SEQUENTIAL                                   00004900
           FILE STATUS IS WS-DSC-FS.                                    00005000
           SELECT FACCTL ASSIGN TO FACCTL                               00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-FAC-FS.                                    00005300
           SELECT RMD-OUT ASSIGN TO RMDOUT                              00005400
           ORGANIZATION IS SEQUENTIAL                                   00005500
           FILE STATUS IS WS-RMD-FS.                                    00005600
      *----------------*                                                00005700
       DATA DIVISION.                                                   00005800
      *----------------*                                                00005900
       FILE SECTION.                                                    00006000
                                                                        00006100
       FD  CTLCARD RECORDING MODE F.                                    00006200
       01  CTL-CARD-REC.                                                00006300
           05 CTL-RUN-DATE              PIC X(08).                      00006400
           05 FILLER                    PIC X(72).                      00006500
                                                                        00006600
      *    un rendez-vous par enregistrement                            00006700
       FD  APPT-IN RECORDING MODE F.                                    00006800
       01  APPT-IN-REC.                                                 00006900
           05 APT-PATIENID      PIC X(05).                              00007000
           05 FILLER            PIC X(01).                              00007100
           05 APT-DATE          PIC X(08).                              00007200
           05 FILLER            PIC X(01).                              00007300
           05 APT-TIME          PIC X(04).                              00007400
           05 FILLER            PIC X(01).                              00007500
           05 APT-DOCTOR        PIC X(20).                              00007600
           05 FILLER            PIC X(01).                              00007700
           05 APT-TRTNAME       PIC X(20).                              00007800
           05 FILLER            PIC X(01).                              00007900
           05 APT-STATUS        PIC X(01).                              00008000
           05 FILLER            PIC X(17).                              00008100
                                                                        00008200
      *    doctor master reference file: one record per physician       00008300
       FD  DOCMSTR RECORDING MODE F.                                    00008400
       01  DOC-MSTR-REC.                                                00008500
           05 DOC-CODE                  PIC X(08).                      00008600
           05 DOC-NAME                  PIC X(20).                      00008700
           05 DOC-SPECIALTY             PIC X(20).                      00008800
           05 DOC-ACTIVE                PIC X(01).                      00008900
           05 FILLER                    PIC X(31).                      00009000
                                                                        00009100
      *    calendrier des medecins, tenu par PDSCHMNT: un               00009200
      *    enregistrement H (heures) par medecin, un B par date         00009300
      *    bloquee                                                      00009400
       FD  DOCSCHD RECORDING MODE F.                                    00009500
       01  DSC-REC.                                                     00009600
           05 DSC-DOC-CODE              PIC X(08).                      00009700
           05 FILLER                    PIC X(01).                      00009800
           05 DSC-TYPE                  PIC X(01).                      00009900
           05 FILLER                    PIC X(01).                      00010000
           05 DSC-DATA                  PIC X(69).                      00010100
           05 DSC-HOURS REDEFINES DSC-DATA.                             00010200
              10 DSC-WORKDAYS           PIC X(07).                      00010300
              10 FILLER                 PIC X(01).                      00010400
              10 DSC-START-TIME         PIC X(04).                      00010500
              10 FILLER                 PIC X(01).                      00010600
              10 DSC-END-TIME           PIC X(04).                      00010700
              10 FILLER                 PIC X(01).                      00010800
              10 DSC-SLOT-LEN           PIC 9(03).                      00010900
              10 FILLER                 PIC X(01).                      00011000
              10 DSC-FACILITY           PIC X(02).                      00011100
              10 FILLER                 PIC X(45).                      00011200
                                                                        00011300
      *    facility control file: one record per clinic                 00011400
       FD  FACCTL RECORDING MODE F.                                     00011500
       01  FAC-CTL-REC.                                                 00011600
           05 FAC-CODE                  PIC X(02).                      00011700
           05 FILLER                    PIC X(01).                      00011800
           05 FAC-NAME                  PIC X(20).                      00011900
           05 FILLER                    PIC X(01).                      00012000
           05 FAC-ACTIVE                PIC X(01).                      00012100
           05 FILLER                    PIC X(55).                      00012200
                                                                        00012300
      *    rappel pour le fournisseur: D=detail, T=fin de fichier       00012400
       FD  RMD-OUT RECORDING MODE F.                                    00012500
       01  RMD-OUT-REC.                                                 00012600
           05 RMD-REC-TYPE      PIC X(01).                              00012700
           05 FILLER            PIC X(01).                              00012800
           05 RMD-DATA          PIC X(118).                             00012900
           05 RMD-DETAIL REDEFINES RMD-DATA.                            00013000
              10 RMD-PATIENID   PIC X(05).                              00013100
              10 FILLER         PIC X(01).                              00013200
              10 RMD-PATNAME    PIC X(20).                              00013300
              10 FILLER         PIC X(01).                              00013400
              10 RMD-PATPHONE   PIC X(10).                              00013500
              10 FILLER         PIC X(01).                              00013600
              10 RMD-APT-DATE   PIC X(08).                              00013700
              10 FILLER         PIC X(01).                              00013800
              10 RMD-APT-TIME   PIC X(04).                              00013900
              10 FILLER         PIC X(01).                              00014000
              10 RMD-DOCTOR     PIC X(20).                              00014100
              10 FILLER         PIC X(01).                              00014200
              10 RMD-FACILITY   PIC X(02).                              00014300
              10 FILLER         PIC X(01).                              00014400
              10 RMD-FAC-NAME   PIC X(20).                              00014500
              10 FILLER         PIC X(22).                              00014600
           05 RMD-TRAILER REDEFINES RMD-DATA.                           00014700
              10 RMD-T-COUNT    PIC 9(07).                              00014800
              10 FILLER         PIC X(01).                              00014900
              10 RMD-T-RUN-DATE PIC X(08).                              00015000
              10 FILLER         PIC X(01).                              00015100
              10 RMD-T-APT-DATE PIC X(08).                              00015200
              10 FILLER         PIC X(93).                              00015300
                                                                        00015400
      *-----------------------*                                         00015500
       WORKING-STORAGE SECTION.                                         00015600
      *-----------------------*                                         00015700
       01 WS-FILE-STATUS.                                               00015800
          05 WS-CTL-FS                 PIC X(2).                        00015900
          05 WS-APT-FS                 PIC X(2).                        00016000
          05 WS-DOC-FS                 PIC X(2).                        00016100
          05 WS-DSC-FS                 PIC X(2).                        00016200
          05 WS-FAC-FS                 PIC X(2).                        00016300
          05 WS-RMD-FS                 PIC X(2).                        00016400
                                                                        00016500
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00016600
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00016700
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00016800
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00016900
       01 WS-DSC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00017000
          88 WS-DSC-EOF                 VALUE 'TRUE'.                   00017100
       01 WS-FAC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00017200
          88 WS-FAC-EOF                 VALUE 'TRUE'.                   00017300
                                                                        00017400
      * the reminder goes out this many days before the visit           00017500
       01 WS-DAYS-AHEAD                 PIC 9(02) VALUE 2.              00017600
       01 WS-RUN-DATE                   PIC X(08).                      00017700
       01 WS-DAY-SUB                    PIC 9(02) COMP VALUE 0.         00017800
                                                                        00017900
       01 WS-COUNTERS.                                                  00018000
           05 WS-NO-READ-APT               PIC 9(8).                    00018100
           05 WS-NO-REMINDERS              PIC 9(8).                    00018200
           05 WS-NO-NO-PHONE               PIC 9(8).                    00018300
           05 WS-NO-NO-PATIENT             PIC 9(8).                    00018400
           05 WS-NO-DECEASED               PIC 9(8).                    00018500
                                                                        00018600
      * doctor master loaded in table at start of run                   00018700
       01 WS-DOC-TABLE.                                                 00018800
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00018900
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00019000
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00019100
             10 WS-DOC-TAB-CODE    PIC X(08).                           00019200
             10 WS-DOC-TAB-NAME    PIC X(20).                           00019300
       01 WS-DOC-FOUND                 PIC X(01) VALUE 'N'.             00019400
          88 WS-DOC-HIT                VALUE 'Y'.                       00019500
                                                                        00019600
      * clinic of each doctor, from the hours records of DOCSCHD        00019700
       01 WS-HRS-TABLE.                                                 00019800
          05 WS-HRS-MAX         PIC 9(03) COMP VALUE 100.               00019900
          05 WS-HRS-COUNT       PIC 9(03) COMP VALUE 0.                 00020000
          05 WS-HRS-ENTRY OCCURS 100 TIMES INDEXED BY HRS-IDX.          00020100
             10 WS-HR-DOC-CODE  PIC X(08).                              00020200
             10 WS-HR-FACILITY  PIC X(02).                              00020300
       01 WS-HRS-FOUND                 PIC X(01) VALUE 'N'.             00020400
          88 WS-HRS-HIT                VALUE 'Y'.                       00020500
                                                                        00020600
      * facility control file loaded in table at start of run           00020700
       01 WS-FAC-TABLE.                                                 00020800
          05 WS-FAC-MAX         PIC 9(02) COMP VALUE 10.                00020900
          05 WS-FAC-COUNT       PIC 9(02) COMP VALUE 0.                 00021000
          05 WS-FAC-ENTRY OCCURS 10 TIMES INDEXED BY FAC-IDX.           00021100
             10 WS-FAC-TAB-CODE    PIC X(02).                           00021200
             10 WS-FAC-TAB-NAME    PIC X(20).                           00021300
       01 WS-FAC-FOUND                 PIC X(01) VALUE 'N'.             00021400
          88 WS-FAC-HIT                VALUE 'Y'.                       00021500
                                                                        00021600
       01 WS-CUR-DOC-CODE               PIC X(08).                      00021700
       01 WS-CUR-FACILITY               PIC X(02).                      00021800
       01 WS-CUR-FAC-NAME               PIC X(20).                      00021900
                                                                        00022000
      * the appointment date the reminders are for                      00022100
       01 WS-CAL-DATE.                                                  00022200
          05 WS-CAL-YYYY               PIC 9(04).                       00022300
          05 WS-CAL-MM                 PIC 9(02).                       00022400
          05 WS-CAL-DD                 PIC 9(02).                       00022500
       01 WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.          00022600
       01 WS-LEAP-QUOT                 PIC 9(04) COMP VALUE 0.          00022700
       01 WS-LEAP-R4                   PIC 9(04) COMP VALUE 0.          00022800
       01 WS-LEAP-R100                 PIC 9(04) COMP VALUE 0.          00022900
       01 WS-LEAP-R400                 PIC 9(04) COMP VALUE 0.          00023000
                                                                        00023100
       01 WS-PATIENT-SEG.                                               00023200
          05 WS-PATIENT-ID       PIC X(05).                             00023300
          05 WS-PATNAME          PIC X(20).                             00023400
          05 WS-PATDOB           PIC X(08).                             00023500
          05 WS-PATPHONE         PIC X(10).                             00023600
          05 WS-PATINSUR         PIC X(15).                             00023700
          05 WS-PAT-DEATH-FLAG   PIC X(01).                             00023800
             88 WS-PAT-IS-DECEASED VALUE 'D'.                           00023900
          05 FILLER              PIC X(01).                             00024000
                                                                        00024100
       01 QUAL-SSA-PATIENT.                                             00024200
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00024300
           05  FILLER      PIC X(01) VALUE '('.                         00024400
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00024500
           05  OPER        PIC X(02) VALUE 'EQ'.                        00024600
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00024700
           05  FILLER      PIC X(01) VALUE ')'.                         00024800
                                                                        00024900
       01 DLI-FUNCTIONS.                                                00025000
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00025100
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00025200
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00025300
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00025400
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00025500
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00025600
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00025700
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00025800
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00025900
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00026000
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00026100
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00026200
                                                                        00026300
       01 SEG-IO-AREA     PIC X(60).                                    00026400
                                                                        00026500
      *-----------------------*                                         00026600
       LINKAGE SECTION.                                                 00026700
      *-----------------------*                                         00026800
                                                                        00026900
      * psb to get and insert                                           00027000
        01 PCB-MASK-GI.                                                 00027100
           03 DBD-NAME        PIC X(8).                                 00027200
           03 SEG-LEVEL       PIC XX.                                   00027300
           03 STATUS-CODE     PIC XX.                                   00027400
           03 PROC-OPT        PIC X(4).                                 00027500
           03 FILLER          PIC X(4).                                 00027600
           03 SEG-NAME        PIC X(8).                                 00027700
           03 KEY-FDBK        PIC S9(5) COMP.                           00027800
           03 NUM-SENSEG      PIC S9(5) COMP.                           00027900
           03 KEY-FDBK-AREA.                                            00028000
              05 PATIENT-KEY    PIC X(5).                               00028100
              05 MEDICAL-KEY    PIC X(6).                               00028200
              05 DRUG-KEY       PIC X(8).                               00028300
              05 BILLING-KEY    PIC X(8).                               00028400
                                                                        00028500
      *-----------------------*                                         00028600
       PROCEDURE DIVISION.                                              00028700
      *-----------------------*                                         00028800
                                                                        00028900
           INITIALIZE PCB-MASK-GI.                                      00029000
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00029100
                                                                        00029200
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00029300
                                                                        00029400
           PERFORM 1000-INIT                                            00029500
              THRU 1000-INIT-END.                                       00029600
                                                                        00029700
           DISPLAY '1_____EXTRACT REMINDERS FOR ' WS-CAL-DATE.          00029800
           PERFORM 2000-PROCESS-APPOINTMENT                             00029900
              THRU 2000-PROCESS-APPOINTMENT-END                         00030000
              UNTIL WS-APT-EOF.                                         00030100
           CLOSE APPT-IN.                                               00030200
                                                                        00030300
           DISPLAY '2_____WRITE TRAILER'.                               00030400
           MOVE SPACE            TO RMD-OUT-REC.                        00030500
           MOVE 'T'              TO RMD-REC-TYPE.                       00030600
           MOVE WS-NO-REMINDERS  TO RMD-T-COUNT.                        00030700
           MOVE WS-RUN-DATE      TO RMD-T-RUN-DATE.                     00030800
           MOVE WS-CAL-DATE      TO RMD-T-APT-DATE.                     00030900
           WRITE RMD-OUT-REC.                                           00031000
           CLOSE RMD-OUT.                                               00031100
                                                                        00031200
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00031300
           DISPLAY 'APPOINTMENTS READ : ' WS-NO-READ-APT.               00031400
           DISPLAY 'REMINDERS SENT    : ' WS-NO-REMINDERS.              00031500
           DISPLAY 'NO PHONE ON FILE  : ' WS-NO-NO-PHONE.               00031600
           DISPLAY 'PATIENT NOT FOUND : ' WS-NO-NO-PATIENT.             00031700
           DISPLAY 'PATIENT DECEASED  : ' WS-NO-DECEASED.               00031800
                                                                        00031900
           IF WS-NO-NO-PHONE > 0                                        00032000
              OR WS-NO-NO-PATIENT > 0                                   00032100
              MOVE 4 TO RETURN-CODE                                     00032200
           END-IF.                                                      00032300
                                                                        00032400
           GOBACK.                                                      00032500
                                                                        00032600
      *------------*                                                    00032700
       1000-INIT.                                                       00032800
      *------------*                                                    00032900
           DISPLAY "***** INIT PROCESS *****".                          00033000
                                                                        00033100
           MOVE SPACE TO WS-FILE-STATUS.                                00033200
           MOVE ZEROES TO WS-COUNTERS.                                  00033300
                                                                        00033400
           OPEN INPUT CTLCARD.                                          00033500
                                                                        00033600
           IF WS-CTL-FS NOT = "00"                                      00033700
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00033800
             PERFORM 9999-ABEND                                         00033900
                THRU 9999-ABEND-END                                     00034000
           END-IF.                                                      00034100
                                                                        00034200
           READ CTLCARD INTO CTL-CARD-REC                               00034300
              AT END                                                    00034400
      D         DISPLAY "CTLCARD IS EMPTY - NO RUN DATE SUPPLIED"       00034500
                PERFORM 9999-ABEND                                      00034600
                   THRU 9999-ABEND-END                                  00034700
           END-READ.                                                    00034800
                                                                        00034900
           MOVE CTL-RUN-DATE TO WS-RUN-DATE.                            00035000
           CLOSE CTLCARD.                                               00035100
                                                                        00035200
           IF WS-RUN-DATE NOT NUMERIC                                   00035300
              DISPLAY 'CTLCARD RUN DATE NOT NUMERIC: ' WS-RUN-DATE      00035400
              PERFORM 9999-ABEND                                        00035500
                 THRU 9999-ABEND-END                                    00035600
           END-IF.                                                      00035700
                                                                        00035800
      *    the appointment date is the run date plus the lead time      00035900
           MOVE WS-RUN-DATE TO WS-CAL-DATE.                             00036000
           PERFORM 3400-NEXT-DATE                                       00036100
              THRU 3400-NEXT-DATE-END                                   00036200
              VARYING WS-DAY-SUB FROM 1 BY 1                            00036300
              UNTIL WS-DAY-SUB > WS-DAYS-AHEAD.                         00036400
           DISPLAY 'RUN DATE: ' WS-RUN-DATE                             00036500
              ' APPOINTMENT DATE: ' WS-CAL-DATE.                        00036600
                                                                        00036700
      *    load the doctor master into its table                        00036800
           OPEN INPUT DOCMSTR.                                          00036900
           IF WS-DOC-FS = '00'                                          00037000
              PERFORM 1100-LOAD-DOC-TABLE                               00037100
                 THRU 1100-LOAD-DOC-TABLE-END                           00037200
                 UNTIL WS-DOC-EOF                                       00037300
              CLOSE DOCMSTR                                             00037400
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DOC-COUNT     00037500
           ELSE                                                         00037600
              DISPLAY 'DOCMSTR NOT AVAILABLE: ' WS-DOC-FS               00037700
              PERFORM 9999-ABEND                                        00037800
                 THRU 9999-ABEND-END                                    00037900
           END-IF.                                                      00038000
                                                                        00038100
      *    load the clinic of each doctor; without the calendar         00038200
      *    every doctor is taken at the first clinic                    00038300
           OPEN INPUT DOCSCHD.                                          00038400
           IF WS-DSC-FS = '00'                                          00038500
              PERFORM 1200-LOAD-SCHEDULE                                00038600
                 THRU 1200-LOAD-SCHEDULE-END                            00038700
                 UNTIL WS-DSC-EOF                                       00038800
              CLOSE DOCSCHD                                             00038900
              DISPLAY 'DOCTOR HOURS LOADED: ' WS-HRS-COUNT              00039000
           ELSE                                                         00039100
              DISPLAY 'DOCSCHD NOT AVAILABLE - CLINIC 01 FOR ALL'       00039200
           END-IF.                                                      00039300
                                                                        00039400
      *    load the facility control file into its table                00039500
           OPEN INPUT FACCTL.                                           00039600
           IF WS-FAC-FS = '00'                                          00039700
              PERFORM 1300-LOAD-FAC-TABLE                               00039800
                 THRU 1300-LOAD-FAC-TABLE-END                           00039900
                 UNTIL WS-FAC-EOF                                       00040000
              CLOSE FACCTL                                              00040100
              DISPLAY 'FACILITIES LOADED: ' WS-FAC-COUNT                00040200
           ELSE                                                         00040300
              DISPLAY 'FACCTL NOT AVAILABLE: ' WS-FAC-FS                00040400
              PERFORM 9999-ABEND                                        00040500
                 THRU 9999-ABEND-END                                    00040600
           END-IF.                                                      00040700
                                                                        00040800
           OPEN INPUT APPT-IN.                                          00040900
           IF WS-APT-FS NOT = '00'                                      00041000
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00041100
              PERFORM 9999-ABEND                                        00041200
                 THRU 9999-ABEND-END                                    00041300
           END-IF.                                                      00041400
                                                                        00041500
           OPEN OUTPUT RMD-OUT.                                         00041600
           IF WS-RMD-FS NOT = '00'                                      00041700
      D       DISPLAY "ERROR OPEN FILE RMDOUT: " WS-RMD-FS              00041800
              PERFORM 9999-ABEND                                        00041900
                 THRU 9999-ABEND-END                                    00042000
           END-IF.                                                      00042100
                                                                        00042200
           DISPLAY "***** FIN INIT PROCESS *****".                      00042300
                                                                        00042400
      *----------------*                                                00042500
       1000-INIT-END.                                                   00042600
      *----------------*                                                00042700
           EXIT.                                                        00042800
                                                                        00042900
      *-----------------------*                                         00043000
       1100-LOAD-DOC-TABLE.                                             00043100
      *-----------------------*                                         00043200
           READ DOCMSTR                                                 00043300
           END-READ.                                                    00043400
                                                                        00043500
           EVALUATE TRUE                                                00043600
             WHEN WS-DOC-FS = '00'                                      00043700
               IF WS-DOC-COUNT < WS-DOC-MAX                             00043800
                  ADD 1 TO WS-DOC-COUNT                                 00043900
                  SET DOC-IDX TO WS-DOC-COUNT                           00044000
                  MOVE DOC-CODE   TO WS-DOC-TAB-CODE (DOC-IDX)          00044100
                  MOVE DOC-NAME   TO WS-DOC-TAB-NAME (DOC-IDX)          00044200
               ELSE                                                     00044300
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00044400
                     DOC-NAME                                           00044500
               END-IF                                                   00044600
             WHEN WS-DOC-FS = '10'                                      00044700
               SET WS-DOC-EOF TO TRUE                                   00044800
             WHEN OTHER                                                 00044900
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00045000
               PERFORM 9999-ABEND                                       00045100
                  THRU 9999-ABEND-END                                   00045200
           END-EVALUATE.                                                00045300
      *-----------------------*                                         00045400
       1100-LOAD-DOC-TABLE-END.                                         00045500
      *-----------------------*                                         00045600
           EXIT.                                                        00045700
                                                                        00045800
      *-----------------------*                                         00045900
       1200-LOAD-SCHEDULE.                                              00046000
      *-----------------------*                                         00046100
           READ DOCSCHD                                                 00046200
           END-READ.                                                    00046300
                                                                        00046400
           EVALUATE TRUE                                                00046500
             WHEN WS-DSC-FS = '00'                                      00046600
      *        only the hours record carries the clinic                 00046700
               IF DSC-TYPE = 'H'                                        00046800
                  IF WS-HRS-COUNT < WS-HRS-MAX                          00046900
                     ADD 1 TO WS-HRS-COUNT                              00047000
                     SET HRS-IDX TO WS-HRS-COUNT                        00047100
                     MOVE DSC-DOC-CODE TO WS-HR-DOC-CODE (HRS-IDX)      00047200
                     MOVE DSC-FACILITY TO WS-HR-FACILITY (HRS-IDX)      00047300
                  ELSE                                                  00047400
                     DISPLAY 'HOURS TABLE FULL - ENTRY DROPPED: '       00047500
                        DSC-DOC-CODE                                    00047600
                  END-IF                                                00047700
               END-IF                                                   00047800
             WHEN WS-DSC-FS = '10'                                      00047900
               SET WS-DSC-EOF TO TRUE                                   00048000
             WHEN OTHER                                                 00048100
      D        DISPLAY "ERROR READ FILE DOCSCHD !!!: " WS-DSC-FS        00048200
               PERFORM 9999-ABEND                                       00048300
                  THRU 9999-ABEND-END                                   00048400
           END-EVALUATE.                                                00048500
      *-----------------------*                                         00048600
       1200-LOAD-SCHEDULE-END.                                          00048700
      *-----------------------*                                         00048800
           EXIT.                                                        00048900
                                                                        00049000
      *-----------------------*                                         00049100
       1300-LOAD-FAC-TABLE.                                             00049200
      *-----------------------*                                         00049300
           READ FACCTL                                                  00049400
           END-READ.                                                    00049500
                                                                        00049600
           EVALUATE TRUE                                                00049700
             WHEN WS-FAC-FS = '00'                                      00049800
               IF WS-FAC-COUNT < WS-FAC-MAX                             00049900
                  ADD 1 TO WS-FAC-COUNT                                 00050000
                  SET FAC-IDX TO WS-FAC-COUNT                           00050100
                  MOVE FAC-CODE   TO WS-FAC-TAB-CODE (FAC-IDX)          00050200
                  MOVE FAC-NAME   TO WS-FAC-TAB-NAME (FAC-IDX)          00050300
               ELSE                                                     00050400
                  DISPLAY 'FACILITY TABLE FULL - ENTRY DROPPED: '       00050500
                     FAC-CODE                                           00050600
               END-IF                                                   00050700
             WHEN WS-FAC-FS = '10'                                      00050800
               SET WS-FAC-EOF TO TRUE                                   00050900
             WHEN OTHER                                                 00051000
      D        DISPLAY "ERROR READ FILE FACCTL !!!: " WS-FAC-FS         00051100
               PERFORM 9999-ABEND                                       00051200
                  THRU 9999-ABEND-END                                   00051300
           END-EVALUATE.                                                00051400
      *-----------------------*                                         00051500
       1300-LOAD-FAC-TABLE-END.                                         00051600
      *-----------------------*                                         00051700
           EXIT.                                                        00051800
                                                                        00051900
      *-----------------------*                                         00052000
       2000-PROCESS-APPOINTMENT.                                        00052100
      *-----------------------*                                         00052200
           READ APPT-IN                                                 00052300
           END-READ.                                                    00052400
                                                                        00052500
           EVALUATE TRUE                                                00052600
             WHEN WS-APT-FS = '00'                                      00052700
               ADD 1 TO WS-NO-READ-APT                                  00052800
             WHEN WS-APT-FS = '10'                                      00052900
               SET WS-APT-EOF TO TRUE                                   00053000
               GO TO 2000-PROCESS-APPOINTMENT-END                       00053100
             WHEN OTHER                                                 00053200
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00053300
               PERFORM 9999-ABEND                                       00053400
                  THRU 9999-ABEND-END                                   00053500
           END-EVALUATE.                                                00053600
                                                                        00053700
      *    only appointments still booked for the target date           00053800
           IF APT-STATUS NOT = 'B'                                      00053900
              OR APT-DATE NOT = WS-CAL-DATE                             00054000
              GO TO 2000-PROCESS-APPOINTMENT-END                        00054100
           END-IF.                                                      00054200
                                                                        00054300
           MOVE APT-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.          00054400
           INITIALIZE SEG-IO-AREA.                                      00054500
                                                                        00054600
           CALL 'CBLTDLI' USING DLI-GU,                                 00054700
                                PCB-MASK-GI,                            00054800
                                SEG-IO-AREA,                            00054900
                                QUAL-SSA-PATIENT.                       00055000
                                                                        00055100
           IF STATUS-CODE NOT = '  '                                    00055200
              DISPLAY 'PATIENT NOT FOUND - NOT SENT: ' APT-PATIENID     00055300
                 ' STATUS: ' STATUS-CODE                                00055400
              ADD 1 TO WS-NO-NO-PATIENT                                 00055500
              GO TO 2000-PROCESS-APPOINTMENT-END                        00055600
           END-IF.                                                      00055700
           MOVE SEG-IO-AREA TO WS-PATIENT-SEG.                          00055800
                                                                        00055900
      *    a death recorded today: PDECEAS cancels the booking          00056000
      *    tonight, the family must not get the call meanwhile          00056100
           IF WS-PAT-IS-DECEASED                                        00056200
              DISPLAY 'PATIENT DECEASED - NOT SENT: ' APT-PATIENID      00056300
                 ' ' APT-DATE ' ' APT-TIME                              00056400
              ADD 1 TO WS-NO-DECEASED                                   00056500
              GO TO 2000-PROCESS-APPOINTMENT-END                        00056600
           END-IF.                                                      00056700
                                                                        00056800
           IF WS-PATPHONE = SPACE                                       00056900
              DISPLAY 'NO PHONE ON FILE - NOT SENT: ' APT-PATIENID      00057000
                 ' ' APT-DATE ' ' APT-TIME                              00057100
              ADD 1 TO WS-NO-NO-PHONE                                   00057200
              GO TO 2000-PROCESS-APPOINTMENT-END                        00057300
           END-IF.                                                      00057400
                                                                        00057500
           PERFORM 2100-FIND-FACILITY                                   00057600
              THRU 2100-FIND-FACILITY-END.                              00057700
                                                                        00057800
           MOVE SPACE           TO RMD-OUT-REC.                         00057900
           MOVE 'D'             TO RMD-REC-TYPE.                        00058000
           MOVE APT-PATIENID    TO RMD-PATIENID.                        00058100
           MOVE WS-PATNAME      TO RMD-PATNAME.                         00058200
           MOVE WS-PATPHONE     TO RMD-PATPHONE.                        00058300
           MOVE APT-DATE        TO RMD-APT-DATE.                        00058400
           MOVE APT-TIME        TO RMD-APT-TIME.                        00058500
           MOVE APT-DOCTOR      TO RMD-DOCTOR.                          00058600
           MOVE WS-CUR-FACILITY TO RMD-FACILITY.                        00058700
           MOVE WS-CUR-FAC-NAME TO RMD-FAC-NAME.                        00058800
           WRITE RMD-OUT-REC.                                           00058900
           ADD 1 TO WS-NO-REMINDERS.                                    00059000
      *-----------------------*                                         00059100
       2000-PROCESS-APPOINTMENT-END.                                    00059200
      *-----------------------*                                         00059300
           EXIT.                                                        00059400
                                                                        00059500
      *-----------------------*                                         00059600
       2100-FIND-FACILITY.                                              00059700
      *-----------------------*                                         00059800
      *    doctor name -> DOC-CODE -> clinic on the calendar;           00059900
      *    a doctor with no clinic is at the first one                  00060000
           MOVE SPACE TO WS-CUR-DOC-CODE.                               00060100
           MOVE '01'  TO WS-CUR-FACILITY.                               00060200
           MOVE SPACE TO WS-CUR-FAC-NAME.                               00060300
                                                                        00060400
           MOVE 'N' TO WS-DOC-FOUND.                                    00060500
           PERFORM 2110-DOCTOR-LOOKUP                                   00060600
              THRU 2110-DOCTOR-LOOKUP-END                               00060700
              VARYING DOC-IDX FROM 1 BY 1                               00060800
              UNTIL DOC-IDX > WS-DOC-COUNT                              00060900
                 OR WS-DOC-HIT.                                         00061000
                                                                        00061100
           IF WS-DOC-HIT                                                00061200
              MOVE 'N' TO WS-HRS-FOUND                                  00061300
              PERFORM 2120-HOURS-LOOKUP                                 00061400
                 THRU 2120-HOURS-LOOKUP-END                             00061500
                 VARYING HRS-IDX FROM 1 BY 1                            00061600
                 UNTIL HRS-IDX > WS-HRS-COUNT                           00061700
                    OR WS-HRS-HIT                                       00061800
           END-IF.                                                      00061900
                                                                        00062000
           MOVE 'N' TO WS-FAC-FOUND.                                    00062100
           PERFORM 2130-FACILITY-LOOKUP                                 00062200
              THRU 2130-FACILITY-LOOKUP-END                             00062300
              VARYING FAC-IDX FROM 1 BY 1                               00062400
              UNTIL FAC-IDX > WS-FAC-COUNT                              00062500
                 OR WS-FAC-HIT.                                         00062600
      *-----------------------*                                         00062700
       2100-FIND-FACILITY-END.                                          00062800
      *-----------------------*                                         00062900
           EXIT.                                                        00063000
                                                                        00063100
      *-----------------------*                                         00063200
       2110-DOCTOR-LOOKUP.                                              00063300
      *-----------------------*                                         00063400
           IF WS-DOC-TAB-NAME (DOC-IDX) = APT-DOCTOR                    00063500
              MOVE 'Y' TO WS-DOC-FOUND                                  00063600
              MOVE WS-DOC-TAB-CODE (DOC-IDX) TO WS-CUR-DOC-CODE         00063700
           END-IF.                                                      00063800
      *-----------------------*                                         00063900
       2110-DOCTOR-LOOKUP-END.                                          00064000
      *-----------------------*                                         00064100
           EXIT.                                                        00064200
                                                                        00064300
      *-----------------------*                                         00064400
       2120-HOURS-LOOKUP.                                               00064500
      *-----------------------*                                         00064600
           IF WS-HR-DOC-CODE (HRS-IDX) = WS-CUR-DOC-CODE                00064700
              MOVE 'Y' TO WS-HRS-FOUND                                  00064800
              IF WS-HR-FACILITY (HRS-IDX) NOT = SPACE                   00064900
                 MOVE WS-HR-FACILITY (HRS-IDX) TO WS-CUR-FACILITY       00065000
              END-IF                                                    00065100
           END-IF.                                                      00065200
      *-----------------------*                                         00065300
       2120-HOURS-LOOKUP-END.                                           00065400
      *-----------------------*                                         00065500
           EXIT.                                                        00065600
                                                                        00065700
      *-----------------------*                                         00065800
       2130-FACILITY-LOOKUP.                                            00065900
      *-----------------------*                                         00066000
           IF WS-FAC-TAB-CODE (FAC-IDX) = WS-CUR-FACILITY               00066100
              MOVE 'Y' TO WS-FAC-FOUND                                  00066200
              MOVE WS-FAC-TAB-NAME (FAC-IDX) TO WS-CUR-FAC-NAME         00066300
           END-IF.                                                      00066400
      *-----------------------*                                         00066500
       2130-FACILITY-LOOKUP-END.                                        00066600
      *-----------------------*                                         00066700
           EXIT.                                                        00066800
                                                                        00066900
      *-----------------------*                                         00067000
       3400-NEXT-DATE.                                                  00067100
      *-----------------------*                                         00067200
      *    WS-CAL-DATE moves on one calendar day                        00067300
           EVALUATE WS-CAL-MM                                           00067400
             WHEN 4                                                     00067500
             WHEN 6                                                     00067600
             WHEN 9                                                     00067700
             WHEN 11                                                    00067800
               MOVE 30 TO WS-MONTH-DAYS                                 00067900
             WHEN 2                                                     00068000
               DIVIDE WS-CAL-YYYY BY 4                                  00068100
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R4              00068200
               DIVIDE WS-CAL-YYYY BY 100                                00068300
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R100            00068400
               DIVIDE WS-CAL-YYYY BY 400                                00068500
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R400            00068600
               IF WS-LEAP-R4 = ZERO                                     00068700
                  AND (WS-LEAP-R100 NOT = ZERO                          00068800
                       OR WS-LEAP-R400 = ZERO)                          00068900
                  MOVE 29 TO WS-MONTH-DAYS                              00069000
               ELSE                                                     00069100
                  MOVE 28 TO WS-MONTH-DAYS                              00069200
               END-IF                                                   00069300
             WHEN OTHER                                                 00069400
               MOVE 31 TO WS-MONTH-DAYS                                 00069500
           END-EVALUATE.                                                00069600
                                                                        00069700
           ADD 1 TO WS-CAL-DD.                                          00069800
           IF WS-CAL-DD > WS-MONTH-DAYS                                 00069900
              MOVE 1 TO WS-CAL-DD                                       00070000
              ADD 1 TO WS-CAL-MM                                        00070100
              IF WS-CAL-MM > 12                                         00070200
                 MOVE 1 TO WS-CAL-MM                                    00070300
                 ADD 1 TO WS-CAL-YYYY                                   00070400
              END-IF                                                    00070500
           END-IF.                                                      00070600
      *-----------------------*                                         00070700
       3400-NEXT-DATE-END.                                              00070800
      *-----------------------*                                         00070900
           EXIT.                                                        00071000
                                                                        00071100
      *-------------------*                                             00071200
       9999-ABEND.                                                      00071300
      *-------------------*                                             00071400
      D    DISPLAY "WE ARE IN ABEND".                                   00071500
      *    WE FORCE AN ABEND                                            00071600
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00071700
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00071800
           GOBACK.                                                      00071900
      *-------------------*                                             00072000
       9999-ABEND-END.                                                  00072100
      *-------------------*                                             00072200
           EXIT.                                                        00072300
