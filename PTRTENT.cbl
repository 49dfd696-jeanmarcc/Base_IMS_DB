      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PTRTENT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Transaction IMS (MPP) de saisie d'un traitement au         00000900
      *      point de soins. Le clinicien saisit le PATIENID, le        00001000
      *      TRTNAME, le TRDATE, le medecin et la clinique; la          00001100
      *      transaction applique les memes controles que le            00001200
      *      chemin 5040-CREATE-TREATMNT-SEG de PCREA (medecin          00001300
      *      actif au DOCMSTR, clinique active au FACCTL,               00001400
      *      traitement deja present, admissibilite a la date           00001500
      *      du traitement) et insere le segment TREATMNT tout          00001600
      *      de suite. Le journal JRNLOUT et la reference               00001700
      *      croisee DOCXREF sont ecrits comme PCREA les ecrit,         00001800
      *      et le patient est inscrit au journal TCHLOG des            00001900
      *      transactions en ligne: PBCHARG facture la visite,          00002000
      *      DBUNLDI la decharge et PDRINQ la retrouve sans             00002100
      *      traitement particulier. La visite est inscrite au          00002200
      *      fichier KEPTLOG: PAPPTMNT y marque le rendez-vous          00002300
      *      TENU et PAPPTEOD ne le renvoie pas a PCREA.                00002400
      *      Un refus est retourne au terminal sur-le-champ, au         00002500
      *      lieu de partir dans REJOUT/DUPOUT la nuit.                 00002600
      *                                                                 00002700
      * Message d'entree: PATIENID (5) b TRTNAME (20) b                 00002800
      *      TRDATE (YYYYMMDD) b DOCTOR (20) b clinique (2)             00002900
      * Message de sortie: une ligne retournee au meme terminal         00003000
      *      via le PCB E/S (I/O PCB)                                   00003100
      * Fichier entree: DOCMSTR, maitre des medecins                    00003200
      * Fichier entree: FACCTL, controle des cliniques                  00003300
      * Fichier entree: RUNCTL, dernier numero d'execution de           00003400
      *      PCREA (lu seulement)                                       00003500
      * Fichier JRNLOUT: journal des insertions en ligne (ajout)        00003600
      * Fichier DOCXREF: reference medecin -> patient (ajout)           00003700
      * Fichier TCHLOG: patients touches hors cycle (ajout)             00003800
      * Fichier KEPTLOG: visites saisies en ligne (ajout)               00003900
      *----------------------------------------------------------*      00004000
      *--------------------*                                            00004100
       ENVIRONMENT DIVISION.                                            00004200
      *--------------------*                                            00004300
       CONFIGURATION SECTION.                                           00004400
       OBJECT-COMPUTER.                                                 00004500
       SOURCE-COMPUTER.                                                 00004600
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004700
      *----------------*                                                00004800
       INPUT-OUTPUT SECTION.                                            00004900
       FILE-CONTROL.                                                    00005000
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-DOC-FS.                                    00005300
           SELECT FACCTL ASSIGN TO FACCTL                               00005400
           ORGANIZATION IS SEQUENTIAL                                   00005500
           FILE STATUS IS WS-FAC-FS.                                    00005600
           SELECT RUNCTL ASSIGN TO RUNCTL                               00005700
           ORGANIZATION IS SEQUENTIAL                                   00005800
           FILE STATUS IS WS-RUNCTL-FS.                                 00005900
           SELECT JRNLOUT ASSIGN TO JRNLOUT                             00006000
           ORGANIZATION IS SEQUENTIAL                                   00006100
           FILE STATUS IS WS-JRNL-FS.                                   00006200
           SELECT DOCXREF ASSIGN TO DOCXREF                             00006300
           ORGANIZATION IS SEQUENTIAL                                   00006400
           FILE STATUS IS WS-DXR-FS.                                    00006500
           SELECT TCHLOG ASSIGN TO TCHLOG                               00006600
           ORGANIZATION IS SEQUENTIAL                                   00006700
           FILE STATUS IS WS-TCH-FS.                                    00006800
           SELECT KEPTLOG ASSIGN TO KEPTLOG                             00006900
           ORGANIZATION IS SEQUENTIAL                                   00007000
           FILE STATUS IS WS-KPL-FS.                                    00007100
       DATA DIVISION.                                                   00007200
      *----------------*                                                00007300
      *-----------------------*                                         00007400
       FILE SECTION.                                                    00007500
                                                                        00007600
      *    doctor master reference file: one record per physician       00007700
       FD  DOCMSTR RECORDING MODE F.                                    00007800
       01  DOC-MSTR-REC.                                                00007900
           05 DOC-CODE                  PIC X(08).                      00008000
           05 DOC-NAME                  PIC X(20).                      00008100
           05 DOC-SPECIALTY             PIC X(20).                      00008200
           05 DOC-ACTIVE                PIC X(01).                      00008300
           05 FILLER                    PIC X(31).                      00008400
                                                                        00008500
      *    facility control file: one record per clinic; new            00008600
      *    TREATMNT and BILLING activity must name one of them          00008700
       FD  FACCTL RECORDING MODE F.                                     00008800
       01  FAC-CTL-REC.                                                 00008900
           05 FAC-CODE                  PIC X(02).                      00009000
           05 FILLER                    PIC X(01).                      00009100
           05 FAC-NAME                  PIC X(20).                      00009200
           05 FILLER                    PIC X(01).                      00009300
           05 FAC-ACTIVE                PIC X(01).                      00009400
           05 FILLER                    PIC X(55).                      00009500
                                                                        00009600
      *    dernier numero d'execution de PCREA                          00009700
       FD  RUNCTL RECORDING MODE F.                                     00009800
       01  RUNCTL-REC.                                                  00009900
           05 RUNCTL-LAST-RUN-ID        PIC 9(08).                      00010000
           05 FILLER                    PIC X(72).                      00010100
                                                                        00010200
      *    journal des insertions, meme format que celui de PCREA       00010300
       FD  JRNLOUT RECORDING MODE F.                                    00010400
       01  JRNL-OUT-REC.                                                00010500
           05 JRNL-RUN-ID       PIC 9(08).                              00010600
           05 FILLER            PIC X(01).                              00010700
           05 JRNL-PATIENID     PIC X(05).                              00010800
           05 FILLER            PIC X(01).                              00010900
           05 JRNL-TRTNAME      PIC X(20).                              00011000
           05 FILLER            PIC X(01).                              00011100
           05 JRNL-DOCTOR       PIC X(20).                              00011200
           05 FILLER            PIC X(24).                              00011300
                                                                        00011400
       FD  DOCXREF RECORDING MODE F.                                    00011500
       01  DXR-REC.                                                     00011600
           05 DXR-DOCTOR                PIC X(20).                      00011700
           05 FILLER                    PIC X(01).                      00011800
           05 DXR-PATIENID              PIC X(05).                      00011900
           05 FILLER                    PIC X(01).                      00012000
           05 DXR-ACTION                PIC X(01).                      00012100
           05 FILLER                    PIC X(52).                      00012200
                                                                        00012300
      *    journal des patients touches hors cycle (DBUNLDI)            00012400
       FD  TCHLOG RECORDING MODE F.                                     00012500
       01  TCH-REC.                                                     00012600
           05 TCH-PATIENID      PIC X(05).                              00012700
           05 FILLER            PIC X(01).                              00012800
           05 TCH-PGM           PIC X(08).                              00012900
           05 FILLER            PIC X(01).                              00013000
           05 TCH-DATE          PIC 9(08).                              00013100
           05 FILLER            PIC X(57).                              00013200
                                                                        00013300
      *    visites saisies en ligne, lues par PAPPTMNT et PAPPTEOD      00013400
       FD  KEPTLOG RECORDING MODE F.                                    00013500
       01  KPL-REC.                                                     00013600
           05 KPL-PATIENID      PIC X(05).                              00013700
           05 FILLER            PIC X(01).                              00013800
           05 KPL-TRDATE        PIC X(08).                              00013900
           05 FILLER            PIC X(01).                              00014000
           05 KPL-DOCTOR        PIC X(20).                              00014100
           05 FILLER            PIC X(01).                              00014200
           05 KPL-TRTNAME       PIC X(20).                              00014300
           05 FILLER            PIC X(01).                              00014400
           05 KPL-REC-DATE      PIC 9(08).                              00014500
           05 FILLER            PIC X(01).                              00014600
           05 KPL-ORIGIN        PIC X(08).                              00014700
           05 FILLER            PIC X(06).                              00014800
                                                                        00014900
      *-----------------------*                                         00015000
       WORKING-STORAGE SECTION.                                         00015100
      *-----------------------*                                         00015200
       01 WS-INPUT-MSG.                                                 00015300
           05 WS-IN-PATIENID       PIC X(05).                           00015400
           05 FILLER               PIC X(01).                           00015500
           05 WS-IN-TRTNAME        PIC X(20).                           00015600
           05 FILLER               PIC X(01).                           00015700
           05 WS-IN-TRDATE         PIC X(08).                           00015800
           05 WS-IN-TRDATE-N REDEFINES                                  00015900
              WS-IN-TRDATE         PIC 9(08).                           00016000
           05 FILLER               PIC X(01).                           00016100
           05 WS-IN-DOCTOR         PIC X(20).                           00016200
           05 FILLER               PIC X(01).                           00016300
           05 WS-IN-FACILITY       PIC X(02).                           00016400
           05 FILLER               PIC X(21).                           00016500
                                                                        00016600
       01 WS-OUTPUT-MSG            PIC X(80).                           00016700
                                                                        00016800
       01 WS-FILE-STATUS.                                               00016900
           05 WS-DOC-FS            PIC X(02).                           00017000
           05 WS-FAC-FS            PIC X(02).                           00017100
           05 WS-RUNCTL-FS         PIC X(02).                           00017200
           05 WS-JRNL-FS           PIC X(02).                           00017300
           05 WS-DXR-FS            PIC X(02).                           00017400
           05 WS-TCH-FS            PIC X(02).                           00017500
           05 WS-KPL-FS            PIC X(02).                           00017600
                                                                        00017700
       01 WS-TODAY                 PIC 9(08).                           00017800
       01 WS-RUN-ID                PIC 9(08) VALUE ZERO.                00017900
       01 WS-SAVE-PATIENID         PIC X(05).                           00018000
                                                                        00018100
      * doctor master loaded in table for each message; a DOCTOR        00018200
      * value not on the master (or inactive) is refused                00018300
       01 WS-DOC-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00018400
          88 WS-DOC-EOF                VALUE 'TRUE'.                    00018500
       01 WS-DOC-TABLE.                                                 00018600
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00018700
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00018800
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00018900
             10 WS-DOC-TAB-CODE    PIC X(08).                           00019000
             10 WS-DOC-TAB-NAME    PIC X(20).                           00019100
             10 WS-DOC-TAB-ACTIVE  PIC X(01).                           00019200
       01 WS-DOC-VALID                 PIC X(01) VALUE 'N'.             00019300
          88 WS-DOC-OK                 VALUE 'Y'.                       00019400
                                                                        00019500
       01 WS-FAC-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00019600
          88 WS-FAC-EOF                VALUE 'TRUE'.                    00019700
       01 WS-FAC-TABLE.                                                 00019800
          05 WS-FAC-MAX         PIC 9(02) COMP VALUE 10.                00019900
          05 WS-FAC-COUNT       PIC 9(02) COMP VALUE 0.                 00020000
          05 WS-FAC-ENTRY OCCURS 10 TIMES INDEXED BY FAC-IDX.           00020100
             10 WS-FAC-TAB-CODE    PIC X(02).                           00020200
             10 WS-FAC-TAB-ACTIVE  PIC X(01).                           00020300
       01 WS-FAC-VALID                 PIC X(01) VALUE 'N'.             00020400
          88 WS-FAC-OK                 VALUE 'Y'.                       00020500
       01 WS-FACILITY-USE              PIC X(02).                       00020600
                                                                        00020700
      *    resultat du controle d'admissibilite du traitement           00020800
       01 WS-ELIG-OK                   PIC X(01) VALUE 'N'.             00020900
          88 WS-IS-ELIGIBLE            VALUE 'Y'.                       00021000
                                                                        00021100
       01 QUAL-SSA-PATIENT.                                             00021200
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00021300
           05  FILLER      PIC X(01) VALUE '('.                         00021400
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00021500
           05  OPER        PIC X(02) VALUE 'EQ'.                        00021600
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00021700
           05  FILLER      PIC X(01) VALUE ')'.                         00021800
                                                                        00021900
       01 QUAL-SSA-TRT-DUP.                                             00022000
           05  SEGNAME     PIC X(8) VALUE 'TREATMNT'.                   00022100
           05  FILLER      PIC X(1) VALUE '('.                          00022200
           05  FIELD-NAME  PIC X(8) VALUE 'TRTNAME'.                    00022300
           05  OPER        PIC X(2) VALUE 'EQ'.                         00022400
           05  FIELD-VAL   PIC X(20) VALUE SPACE.                       00022500
           05  FILLER      PIC X(1) VALUE ')'.                          00022600
                                                                        00022700
       01 UNQUAL-SSA-TREATMNT.                                          00022800
           05 SEGMENT-NAME PIC X(8) VALUE 'TREATMNT'.                   00022900
           05 FILLER PIC X VALUE SPACE.                                 00023000
       01 UNQUAL-SSA-COVERAGE.                                          00023100
           05 SEGMENT-NAME PIC X(8) VALUE 'COVERAGE'.                   00023200
           05 FILLER PIC X VALUE SPACE.                                 00023300
                                                                        00023400
       01 DLI-FUNCTIONS.                                                00023500
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00023600
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00023700
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00023800
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00023900
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00024000
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00024100
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00024200
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00024300
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00024400
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00024500
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00024600
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00024700
                                                                        00024800
       01 SEG-IO-AREA     PIC X(60).                                    00024900
       01 WS-DLI-FUNCTION PIC X(4).                                     00025000
                                                                        00025100
       01 WS-TREATMNT-SEG.                                              00025200
          05 WS-TRDATE   PIC X(08).                                     00025300
          05 WS-TRTNAME   PIC X(20).                                    00025400
          05 WS-DOCTOR    PIC X(20).                                    00025500
          05 WS-TRT-FACILITY PIC X(02).                                 00025600
          05 FILLER          PIC X(10).                                 00025700
                                                                        00025800
       01 WS-COVERAGE-SEG.                                              00025900
          05 WS-PAYERCD      PIC X(08).                                 00026000
          05 WS-POLICYNO     PIC X(12).                                 00026100
          05 WS-EFFDATE      PIC X(08).                                 00026200
          05 WS-EXPDATE      PIC X(08).                                 00026300
          05 FILLER          PIC X(24).                                 00026400
                                                                        00026500
      *-----------------------*                                         00026600
       LINKAGE SECTION.                                                 00026700
      *-----------------------*                                         00026800
                                                                        00026900
      * PCB E/S (I/O PCB): premier PCB du PSB d'une transaction MPP,    00027000
      * utilise pour dequeuer le message d'entree (GU) et pour          00027100
      * retourner la reponse au meme terminal (ISRT)                    00027200
        01 IO-PCB-MASK.                                                 00027300
           03 LTERM-NAME       PIC X(8).                                00027400
           03 FILLER           PIC X(2).                                00027500
           03 IO-STATUS-CODE   PIC XX.                                  00027600
           03 IO-DATE          PIC S9(7) COMP-3.                        00027700
           03 IO-TIME          PIC S9(7) COMP-3.                        00027800
           03 IO-SEQ-NUM       PIC S9(5) COMP.                          00027900
           03 MOD-NAME         PIC X(8).                                00028000
           03 USERID           PIC X(8).                                00028100
                                                                        00028200
      * psb to read the patient and its coverage, and insert            00028300
      * the treatment                                                   00028400
        01 PCB-MASK-GI.                                                 00028500
           03 DBD-NAME        PIC X(8).                                 00028600
           03 SEG-LEVEL       PIC XX.                                   00028700
           03 STATUS-CODE     PIC XX.                                   00028800
           03 PROC-OPT        PIC X(4).                                 00028900
           03 FILLER          PIC X(4).                                 00029000
           03 SEG-NAME        PIC X(8).                                 00029100
           03 KEY-FDBK        PIC S9(5) COMP.                           00029200
           03 NUM-SENSEG      PIC S9(5) COMP.                           00029300
           03 KEY-FDBK-AREA.                                            00029400
              05 PATIENT-KEY    PIC X(5).                               00029500
              05 MEDICAL-KEY    PIC X(6).                               00029600
              05 DRUG-KEY       PIC X(8).                               00029700
              05 BILLING-KEY    PIC X(8).                               00029800
                                                                        00029900
      *-----------------------*                                         00030000
       PROCEDURE DIVISION.                                              00030100
      *-----------------------*                                         00030200
                                                                        00030300
           INITIALIZE IO-PCB-MASK, PCB-MASK-GI.                         00030400
           ENTRY 'DLITCBL' USING IO-PCB-MASK, PCB-MASK-GI.              00030500
                                                                        00030600
           DISPLAY "***** DEBUT TRANSACTION PTRTENT *****".             00030700
                                                                        00030800
           PERFORM 1000-GET-INPUT-MSG                                   00030900
              THRU 1000-GET-INPUT-MSG-END.                              00031000
                                                                        00031100
           IF IO-STATUS-CODE = SPACE                                    00031200
              PERFORM 2000-RECORD-TREATMENT                             00031300
                 THRU 2000-RECORD-TREATMENT-END                         00031400
           ELSE                                                         00031500
      D       DISPLAY 'ERROR GETTING INPUT MSG :' IO-STATUS-CODE        00031600
           END-IF.                                                      00031700
                                                                        00031800
           DISPLAY "***** FIN TRANSACTION PTRTENT *****".               00031900
                                                                        00032000
           GOBACK.                                                      00032100
                                                                        00032200
      *-------------------------*                                       00032300
       1000-GET-INPUT-MSG.                                              00032400
      *-------------------------*                                       00032500
           INITIALIZE WS-INPUT-MSG.                                     00032600
                                                                        00032700
           CALL 'CBLTDLI' USING DLI-GU,                                 00032800
                                IO-PCB-MASK,                            00032900
                                WS-INPUT-MSG.                           00033000
                                                                        00033100
      *-------------------------*                                       00033200
       1000-GET-INPUT-MSG-END.                                          00033300
      *-------------------------*                                       00033400
           EXIT.                                                        00033500
                                                                        00033600
      *-------------------------*                                       00033700
       2000-RECORD-TREATMENT.                                           00033800
      *-------------------------*                                       00033900
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          00034000
           MOVE WS-IN-PATIENID TO WS-SAVE-PATIENID.                     00034100
                                                                        00034200
           IF WS-IN-TRTNAME = SPACE                                     00034300
              MOVE 'TREATMENT NAME MISSING' TO WS-OUTPUT-MSG            00034400
              PERFORM 5500-SEND-REPLY                                   00034500
                 THRU 5500-SEND-REPLY-END                               00034600
              GO TO 2000-RECORD-TREATMENT-END                           00034700
           END-IF.                                                      00034800
                                                                        00034900
      *    a visit is recorded on the day or after it, never ahead      00035000
           IF WS-IN-TRDATE NOT NUMERIC                                  00035100
              OR WS-IN-TRDATE-N > WS-TODAY                              00035200
              MOVE 'TREATMENT DATE INVALID - YYYYMMDD, NOT AFTER TODAY' 00035300
                 TO WS-OUTPUT-MSG                                       00035400
              PERFORM 5500-SEND-REPLY                                   00035500
                 THRU 5500-SEND-REPLY-END                               00035600
              GO TO 2000-RECORD-TREATMENT-END                           00035700
           END-IF.                                                      00035800
                                                                        00035900
           PERFORM 3000-LOAD-MASTERS                                    00036000
              THRU 3000-LOAD-MASTERS-END.                               00036100
           IF WS-DOC-FS NOT = '00'                                      00036200
              OR WS-FAC-FS NOT = '00'                                   00036300
              MOVE 'DOCTOR OR FACILITY MASTER NOT AVAILABLE - RETRY'    00036400
                 TO WS-OUTPUT-MSG                                       00036500
              PERFORM 5500-SEND-REPLY                                   00036600
                 THRU 5500-SEND-REPLY-END                               00036700
              GO TO 2000-RECORD-TREATMENT-END                           00036800
           END-IF.                                                      00036900
                                                                        00037000
           MOVE WS-IN-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.        00037100
           INITIALIZE SEG-IO-AREA.                                      00037200
           CALL 'CBLTDLI' USING DLI-GU,                                 00037300
                                PCB-MASK-GI,                            00037400
                                SEG-IO-AREA,                            00037500
                                QUAL-SSA-PATIENT.                       00037600
                                                                        00037700
           IF STATUS-CODE NOT = '  '                                    00037800
              MOVE SPACE TO WS-OUTPUT-MSG                               00037900
              STRING 'PATIENT NOT FOUND: ' WS-IN-PATIENID               00038000
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00038100
              PERFORM 5500-SEND-REPLY                                   00038200
                 THRU 5500-SEND-REPLY-END                               00038300
              GO TO 2000-RECORD-TREATMENT-END                           00038400
           END-IF.                                                      00038500
                                                                        00038600
           PERFORM 5040-CREATE-TREATMNT-SEG                             00038700
              THRU 5040-CREATE-TREATMNT-SEG-END.                        00038800
      *-------------------------*                                       00038900
       2000-RECORD-TREATMENT-END.                                       00039000
      *-------------------------*                                       00039100
           EXIT.                                                        00039200
                                                                        00039300
      *-------------------------*                                       00039400
       3000-LOAD-MASTERS.                                               00039500
      *-------------------------*                                       00039600
      *    the masters are small and change by day, so they are         00039700
      *    read again for every message                                 00039800
           MOVE ZERO    TO WS-DOC-COUNT.                                00039900
           MOVE 'FALSE' TO WS-DOC-END-OF-FILE.                          00040000
           OPEN INPUT DOCMSTR.                                          00040100
           IF WS-DOC-FS = '00'                                          00040200
              PERFORM 3100-LOAD-DOC-TABLE                               00040300
                 THRU 3100-LOAD-DOC-TABLE-END                           00040400
                 UNTIL WS-DOC-EOF                                       00040500
              CLOSE DOCMSTR                                             00040600
           ELSE                                                         00040700
              DISPLAY 'DOCMSTR NOT AVAILABLE: ' WS-DOC-FS               00040800
              GO TO 3000-LOAD-MASTERS-END                               00040900
           END-IF.                                                      00041000
                                                                        00041100
           MOVE ZERO    TO WS-FAC-COUNT.                                00041200
           MOVE 'FALSE' TO WS-FAC-END-OF-FILE.                          00041300
           OPEN INPUT FACCTL.                                           00041400
           IF WS-FAC-FS = '00'                                          00041500
              PERFORM 3200-LOAD-FAC-TABLE                               00041600
                 THRU 3200-LOAD-FAC-TABLE-END                           00041700
                 UNTIL WS-FAC-EOF                                       00041800
              CLOSE FACCTL                                              00041900
           ELSE                                                         00042000
              DISPLAY 'FACCTL NOT AVAILABLE: ' WS-FAC-FS                00042100
           END-IF.                                                      00042200
      *-------------------------*                                       00042300
       3000-LOAD-MASTERS-END.                                           00042400
      *-------------------------*                                       00042500
           EXIT.                                                        00042600
                                                                        00042700
      *-------------------------*                                       00042800
       3100-LOAD-DOC-TABLE.                                             00042900
      *-------------------------*                                       00043000
           READ DOCMSTR                                                 00043100
           END-READ.                                                    00043200
                                                                        00043300
           EVALUATE TRUE                                                00043400
             WHEN WS-DOC-FS = '00'                                      00043500
               IF WS-DOC-COUNT < WS-DOC-MAX                             00043600
                  ADD 1 TO WS-DOC-COUNT                                 00043700
                  SET DOC-IDX TO WS-DOC-COUNT                           00043800
                  MOVE DOC-CODE   TO WS-DOC-TAB-CODE (DOC-IDX)          00043900
                  MOVE DOC-NAME   TO WS-DOC-TAB-NAME (DOC-IDX)          00044000
                  MOVE DOC-ACTIVE TO WS-DOC-TAB-ACTIVE (DOC-IDX)        00044100
               ELSE                                                     00044200
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00044300
                     DOC-NAME                                           00044400
               END-IF                                                   00044500
             WHEN WS-DOC-FS = '10'                                      00044600
               MOVE '00' TO WS-DOC-FS                                   00044700
               SET WS-DOC-EOF TO TRUE                                   00044800
             WHEN OTHER                                                 00044900
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00045000
               SET WS-DOC-EOF TO TRUE                                   00045100
           END-EVALUATE.                                                00045200
      *-------------------------*                                       00045300
       3100-LOAD-DOC-TABLE-END.                                         00045400
      *-------------------------*                                       00045500
           EXIT.                                                        00045600
                                                                        00045700
      *-------------------------*                                       00045800
       3200-LOAD-FAC-TABLE.                                             00045900
      *-------------------------*                                       00046000
           READ FACCTL                                                  00046100
           END-READ.                                                    00046200
                                                                        00046300
           EVALUATE TRUE                                                00046400
             WHEN WS-FAC-FS = '00'                                      00046500
               IF WS-FAC-COUNT < WS-FAC-MAX                             00046600
                  ADD 1 TO WS-FAC-COUNT                                 00046700
                  SET FAC-IDX TO WS-FAC-COUNT                           00046800
                  MOVE FAC-CODE   TO WS-FAC-TAB-CODE (FAC-IDX)          00046900
                  MOVE FAC-ACTIVE TO WS-FAC-TAB-ACTIVE (FAC-IDX)        00047000
               ELSE                                                     00047100
                  DISPLAY 'FACILITY TABLE FULL - ENTRY DROPPED: '       00047200
                     FAC-CODE                                           00047300
               END-IF                                                   00047400
             WHEN WS-FAC-FS = '10'                                      00047500
               MOVE '00' TO WS-FAC-FS                                   00047600
               SET WS-FAC-EOF TO TRUE                                   00047700
             WHEN OTHER                                                 00047800
      D        DISPLAY "ERROR READ FILE FACCTL !!!: " WS-FAC-FS         00047900
               SET WS-FAC-EOF TO TRUE                                   00048000
           END-EVALUATE.                                                00048100
      *-------------------------*                                       00048200
       3200-LOAD-FAC-TABLE-END.                                         00048300
      *-------------------------*                                       00048400
           EXIT.                                                        00048500
                                                                        00048600
      *-------------------------*                                       00048700
       5040-CREATE-TREATMNT-SEG.                                        00048800
      *-------------------------*                                       00048900
      *    the doctor has to be on the master before anything else      00049000
           PERFORM 5042-VALIDATE-DOCTOR                                 00049100
              THRU 5042-VALIDATE-DOCTOR-END.                            00049200
           IF NOT WS-DOC-OK                                             00049300
              MOVE SPACE TO WS-OUTPUT-MSG                               00049400
              STRING 'DOCTOR NOT ON MASTER: ' WS-IN-DOCTOR              00049500
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00049600
              PERFORM 5500-SEND-REPLY                                   00049700
                 THRU 5500-SEND-REPLY-END                               00049800
              GO TO 5040-CREATE-TREATMNT-SEG-END                        00049900
           END-IF.                                                      00050000
      *    the facility keyed has to be a clinic on the control file    00050100
           MOVE WS-IN-FACILITY TO WS-FACILITY-USE.                      00050200
           PERFORM 5048-VALIDATE-FACILITY                               00050300
              THRU 5048-VALIDATE-FACILITY-END.                          00050400
           IF NOT WS-FAC-OK                                             00050500
              MOVE SPACE TO WS-OUTPUT-MSG                               00050600
              STRING 'FACILITY NOT ON CONTROL FILE: ' WS-FACILITY-USE   00050700
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00050800
              PERFORM 5500-SEND-REPLY                                   00050900
                 THRU 5500-SEND-REPLY-END                               00051000
              GO TO 5040-CREATE-TREATMNT-SEG-END                        00051100
           END-IF.                                                      00051200
      *    a treatment for a patient with no active coverage on         00051300
      *    the treatment date is flagged, but still created -           00051400
      *    the front desk bills the patient directly                    00051500
           PERFORM 5044-CHECK-ELIGIBILITY                               00051600
              THRU 5044-CHECK-ELIGIBILITY-END.                          00051700
      *    check for an existing treatment with this name for the       00051800
      *    patient before we insert - IMS would just fail the ISRT      00051900
      *    silently if we didn't                                        00052000
           MOVE WS-IN-TRTNAME TO FIELD-VAL OF QUAL-SSA-TRT-DUP.         00052100
           CALL 'CBLTDLI' USING DLI-GHU,                                00052200
                                PCB-MASK-GI,                            00052300
                                SEG-IO-AREA,                            00052400
                                QUAL-SSA-PATIENT,                       00052500
                                QUAL-SSA-TRT-DUP.                       00052600
           IF STATUS-CODE = '  '                                        00052700
              MOVE SPACE TO WS-OUTPUT-MSG                               00052800
              STRING 'DUPLICATE TREATMENT - NOT RECORDED: '             00052900
                 WS-IN-TRTNAME                                          00053000
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00053100
              PERFORM 5500-SEND-REPLY                                   00053200
                 THRU 5500-SEND-REPLY-END                               00053300
           ELSE                                                         00053400
              PERFORM 5020-INSERT-TREATMNT                              00053500
                 THRU 5020-INSERT-TREATMNT-END                          00053600
           END-IF.                                                      00053700
      *-------------------------*                                       00053800
       5040-CREATE-TREATMNT-SEG-END.                                    00053900
      *-------------------------*                                       00054000
           EXIT.                                                        00054100
                                                                        00054200
      *-------------------------*                                       00054300
       5042-VALIDATE-DOCTOR.                                            00054400
      *-------------------------*                                       00054500
           MOVE 'N' TO WS-DOC-VALID.                                    00054600
           PERFORM 5043-DOCTOR-LOOKUP                                   00054700
              THRU 5043-DOCTOR-LOOKUP-END                               00054800
              VARYING DOC-IDX FROM 1 BY 1                               00054900
              UNTIL DOC-IDX > WS-DOC-COUNT                              00055000
                 OR WS-DOC-OK.                                          00055100
      *-------------------------*                                       00055200
       5042-VALIDATE-DOCTOR-END.                                        00055300
      *-------------------------*                                       00055400
           EXIT.                                                        00055500
                                                                        00055600
      *-------------------------*                                       00055700
       5043-DOCTOR-LOOKUP.                                              00055800
      *-------------------------*                                       00055900
           IF WS-DOC-TAB-NAME (DOC-IDX) = WS-IN-DOCTOR                  00056000
              AND WS-DOC-TAB-ACTIVE (DOC-IDX) = 'Y'                     00056100
              MOVE 'Y' TO WS-DOC-VALID                                  00056200
           END-IF.                                                      00056300
      *-------------------------*                                       00056400
       5043-DOCTOR-LOOKUP-END.                                          00056500
      *-------------------------*                                       00056600
           EXIT.                                                        00056700
                                                                        00056800
      *-------------------------*                                       00056900
       5048-VALIDATE-FACILITY.                                          00057000
      *-------------------------*                                       00057100
      *    a blank code defaults to the first clinic, as in the         00057200
      *    overnight load                                               00057300
           IF WS-FACILITY-USE = SPACE                                   00057400
              MOVE '01' TO WS-FACILITY-USE                              00057500
           END-IF.                                                      00057600
           MOVE 'N' TO WS-FAC-VALID.                                    00057700
           PERFORM 5049-FACILITY-LOOKUP                                 00057800
              THRU 5049-FACILITY-LOOKUP-END                             00057900
              VARYING FAC-IDX FROM 1 BY 1                               00058000
              UNTIL FAC-IDX > WS-FAC-COUNT                              00058100
                 OR WS-FAC-OK.                                          00058200
      *-------------------------*                                       00058300
       5048-VALIDATE-FACILITY-END.                                      00058400
      *-------------------------*                                       00058500
           EXIT.                                                        00058600
                                                                        00058700
      *-------------------------*                                       00058800
       5049-FACILITY-LOOKUP.                                            00058900
      *-------------------------*                                       00059000
           IF WS-FAC-TAB-CODE (FAC-IDX) = WS-FACILITY-USE               00059100
              AND WS-FAC-TAB-ACTIVE (FAC-IDX) = 'Y'                     00059200
              MOVE 'Y' TO WS-FAC-VALID                                  00059300
           END-IF.                                                      00059400
      *-------------------------*                                       00059500
       5049-FACILITY-LOOKUP-END.                                        00059600
      *-------------------------*                                       00059700
           EXIT.                                                        00059800
                                                                        00059900
      *-------------------------*                                       00060000
       5044-CHECK-ELIGIBILITY.                                          00060100
      *-------------------------*                                       00060200
           MOVE 'N' TO WS-ELIG-OK.                                      00060300
      *    the scan starts from the top of the patient                  00060400
           MOVE DLI-GU TO WS-DLI-FUNCTION.                              00060500
           PERFORM 5046-SCAN-COVERAGE                                   00060600
              THRU 5046-SCAN-COVERAGE-END                               00060700
              UNTIL STATUS-CODE NOT = SPACE                             00060800
                 OR WS-IS-ELIGIBLE.                                     00060900
           IF NOT WS-IS-ELIGIBLE                                        00061000
              DISPLAY 'NO ACTIVE COVERAGE ON TREATMENT DATE - '         00061100
                 'PATIENT ' WS-SAVE-PATIENID                            00061200
                 ' DATE ' WS-IN-TRDATE                                  00061300
           END-IF.                                                      00061400
      *-------------------------*                                       00061500
       5044-CHECK-ELIGIBILITY-END.                                      00061600
      *-------------------------*                                       00061700
           EXIT.                                                        00061800
                                                                        00061900
      *-------------------------*                                       00062000
       5046-SCAN-COVERAGE.                                              00062100
      *-------------------------*                                       00062200
           INITIALIZE SEG-IO-AREA.                                      00062300
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00062400
                                PCB-MASK-GI,                            00062500
                                SEG-IO-AREA,                            00062600
                                QUAL-SSA-PATIENT,                       00062700
                                UNQUAL-SSA-COVERAGE.                    00062800
           IF STATUS-CODE = '  '                                        00062900
              MOVE SEG-IO-AREA TO WS-COVERAGE-SEG                       00063000
              IF WS-EFFDATE NOT > WS-IN-TRDATE                          00063100
                 AND WS-EXPDATE NOT < WS-IN-TRDATE                      00063200
                 MOVE 'Y' TO WS-ELIG-OK                                 00063300
              END-IF                                                    00063400
              MOVE DLI-GN TO WS-DLI-FUNCTION                            00063500
           END-IF.                                                      00063600
      *-------------------------*                                       00063700
       5046-SCAN-COVERAGE-END.                                          00063800
      *-------------------------*                                       00063900
           EXIT.                                                        00064000
                                                                        00064100
      *-------------------------*                                       00064200
       5020-INSERT-TREATMNT.                                            00064300
      *-------------------------*                                       00064400
           INITIALIZE WS-TREATMNT-SEG.                                  00064500
           MOVE WS-IN-TRDATE         TO WS-TRDATE.                      00064600
           MOVE WS-IN-TRTNAME        TO WS-TRTNAME.                     00064700
           MOVE WS-IN-DOCTOR         TO WS-DOCTOR.                      00064800
           MOVE WS-FACILITY-USE      TO WS-TRT-FACILITY.                00064900
           MOVE WS-TREATMNT-SEG      TO SEG-IO-AREA.                    00065000
           CALL 'CBLTDLI' USING DLI-ISRT,                               00065100
                                PCB-MASK-GI,                            00065200
                                SEG-IO-AREA,                            00065300
                                QUAL-SSA-PATIENT,                       00065400
                                UNQUAL-SSA-TREATMNT.                    00065500
           IF STATUS-CODE NOT = '  '                                    00065600
              DISPLAY 'ERROR INSERT   :' STATUS-CODE                    00065700
              DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                    00065800
              MOVE SPACE TO WS-OUTPUT-MSG                               00065900
              STRING 'TREATMENT NOT RECORDED - DB STATUS ' STATUS-CODE  00066000
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00066100
              PERFORM 5500-SEND-REPLY                                   00066200
                 THRU 5500-SEND-REPLY-END                               00066300
              GO TO 5020-INSERT-TREATMNT-END                            00066400
           END-IF.                                                      00066500
                                                                        00066600
           PERFORM 5021-WRITE-JOURNAL                                   00066700
              THRU 5021-WRITE-JOURNAL-END.                              00066800
           PERFORM 5022-WRITE-DOCXREF                                   00066900
              THRU 5022-WRITE-DOCXREF-END.                              00067000
           PERFORM 6000-LOG-KEPT-VISIT                                  00067100
              THRU 6000-LOG-KEPT-VISIT-END.                             00067200
           PERFORM 6500-WRITE-TCHLOG                                    00067300
              THRU 6500-WRITE-TCHLOG-END.                               00067400
                                                                        00067500
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00067600
           IF WS-IS-ELIGIBLE                                            00067700
              STRING 'TREATMENT RECORDED: ' WS-IN-PATIENID ' '          00067800
                 WS-IN-TRTNAME ' ' WS-IN-TRDATE                         00067900
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00068000
           ELSE                                                         00068100
              STRING 'TREATMENT RECORDED: ' WS-IN-PATIENID ' '          00068200
                 WS-IN-TRTNAME ' ' WS-IN-TRDATE                         00068300
                 ' - NO ACTIVE COVERAGE'                                00068400
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00068500
           END-IF.                                                      00068600
           PERFORM 5500-SEND-REPLY                                      00068700
              THRU 5500-SEND-REPLY-END.                                 00068800
      *-------------------------*                                       00068900
       5020-INSERT-TREATMNT-END.                                        00069000
      *-------------------------*                                       00069100
           EXIT.                                                        00069200
                                                                        00069300
      *-------------------------*                                       00069400
       5021-WRITE-JOURNAL.                                              00069500
      *-------------------------*                                       00069600
      *    the entry carries the run id of the next overnight load,     00069700
      *    the cycle the visit is billed and unloaded with              00069800
           OPEN INPUT RUNCTL.                                           00069900
           IF WS-RUNCTL-FS = '00'                                       00070000
              READ RUNCTL                                               00070100
                 AT END                                                 00070200
                    MOVE ZERO TO WS-RUN-ID                              00070300
                 NOT AT END                                             00070400
                    MOVE RUNCTL-LAST-RUN-ID TO WS-RUN-ID                00070500
              END-READ                                                  00070600
              CLOSE RUNCTL                                              00070700
           ELSE                                                         00070800
              MOVE ZERO TO WS-RUN-ID                                    00070900
           END-IF.                                                      00071000
           ADD 1 TO WS-RUN-ID.                                          00071100
                                                                        00071200
           OPEN EXTEND JRNLOUT.                                         00071300
           IF WS-JRNL-FS NOT = '00'                                     00071400
              OPEN OUTPUT JRNLOUT                                       00071500
           END-IF.                                                      00071600
           IF WS-JRNL-FS = '00'                                         00071700
              MOVE SPACE              TO JRNL-OUT-REC                   00071800
              MOVE WS-RUN-ID          TO JRNL-RUN-ID                    00071900
              MOVE WS-SAVE-PATIENID   TO JRNL-PATIENID                  00072000
              MOVE WS-IN-TRTNAME      TO JRNL-TRTNAME                   00072100
              MOVE WS-IN-DOCTOR       TO JRNL-DOCTOR                    00072200
              WRITE JRNL-OUT-REC                                        00072300
              CLOSE JRNLOUT                                             00072400
           ELSE                                                         00072500
              DISPLAY 'ERROR OPEN FILE JRNLOUT: ' WS-JRNL-FS            00072600
                 ' - NOT JOURNALED: ' WS-SAVE-PATIENID                  00072700
           END-IF.                                                      00072800
      *-------------------------*                                       00072900
       5021-WRITE-JOURNAL-END.                                          00073000
      *-------------------------*                                       00073100
           EXIT.                                                        00073200
                                                                        00073300
      *-------------------------*                                       00073400
       5022-WRITE-DOCXREF.                                              00073500
      *-------------------------*                                       00073600
           OPEN EXTEND DOCXREF.                                         00073700
           IF WS-DXR-FS NOT = '00'                                      00073800
              OPEN OUTPUT DOCXREF                                       00073900
           END-IF.                                                      00074000
           IF WS-DXR-FS = '00'                                          00074100
              MOVE SPACE              TO DXR-REC                        00074200
              MOVE WS-IN-DOCTOR       TO DXR-DOCTOR                     00074300
              MOVE WS-SAVE-PATIENID   TO DXR-PATIENID                   00074400
              MOVE 'A'                TO DXR-ACTION                     00074500
              WRITE DXR-REC                                             00074600
              CLOSE DOCXREF                                             00074700
           ELSE                                                         00074800
              DISPLAY 'ERROR OPEN FILE DOCXREF: ' WS-DXR-FS             00074900
                 ' - NOT CROSS-REFERENCED: ' WS-SAVE-PATIENID           00075000
           END-IF.                                                      00075100
      *-------------------------*                                       00075200
       5022-WRITE-DOCXREF-END.                                          00075300
      *-------------------------*                                       00075400
           EXIT.                                                        00075500
                                                                        00075600
      *-------------------------*                                       00075700
       5500-SEND-REPLY.                                                 00075800
      *-------------------------*                                       00075900
           CALL 'CBLTDLI' USING DLI-ISRT,                               00076000
                                IO-PCB-MASK,                            00076100
                                WS-OUTPUT-MSG.                          00076200
      *-------------------------*                                       00076300
       5500-SEND-REPLY-END.                                             00076400
      *-------------------------*                                       00076500
           EXIT.                                                        00076600
                                                                        00076700
      *-------------------------*                                       00076800
       6000-LOG-KEPT-VISIT.                                             00076900
      *-------------------------*                                       00077000
      *    the appointment behind the visit is marked kept by the       00077100
      *    next PAPPTMNT run, and the end-of-day pass leaves it out     00077200
           OPEN EXTEND KEPTLOG.                                         00077300
           IF WS-KPL-FS NOT = '00'                                      00077400
              OPEN OUTPUT KEPTLOG                                       00077500
           END-IF.                                                      00077600
           IF WS-KPL-FS = '00'                                          00077700
              MOVE SPACE              TO KPL-REC                        00077800
              MOVE WS-SAVE-PATIENID   TO KPL-PATIENID                   00077900
              MOVE WS-IN-TRDATE       TO KPL-TRDATE                     00078000
              MOVE WS-IN-DOCTOR       TO KPL-DOCTOR                     00078100
              MOVE WS-IN-TRTNAME      TO KPL-TRTNAME                    00078200
              MOVE WS-TODAY           TO KPL-REC-DATE                   00078300
      *       the signed-on operator, else the terminal                 00078400
              IF USERID NOT = SPACE                                     00078500
                 MOVE USERID          TO KPL-ORIGIN                     00078600
              ELSE                                                      00078700
                 MOVE LTERM-NAME      TO KPL-ORIGIN                     00078800
              END-IF                                                    00078900
              WRITE KPL-REC                                             00079000
              CLOSE KEPTLOG                                             00079100
           ELSE                                                         00079200
              DISPLAY 'ERROR OPEN FILE KEPTLOG: ' WS-KPL-FS             00079300
                 ' - VISIT NOT LOGGED: ' WS-SAVE-PATIENID               00079400
           END-IF.                                                      00079500
      *-------------------------*                                       00079600
       6000-LOG-KEPT-VISIT-END.                                         00079700
      *-------------------------*                                       00079800
           EXIT.                                                        00079900
                                                                        00080000
      *-------------------------*                                       00080100
       6500-WRITE-TCHLOG.                                               00080200
      *-------------------------*                                       00080300
      *    the incremental unload (DBUNLDI) picks the online            00080400
      *    touched patients off this journal                            00080500
           OPEN EXTEND TCHLOG.                                          00080600
           IF WS-TCH-FS NOT = '00'                                      00080700
              OPEN OUTPUT TCHLOG                                        00080800
           END-IF.                                                      00080900
           IF WS-TCH-FS = '00'                                          00081000
              MOVE SPACE            TO TCH-REC                          00081100
              MOVE WS-SAVE-PATIENID TO TCH-PATIENID                     00081200
              MOVE 'PTRTENT'        TO TCH-PGM                          00081300
              MOVE WS-TODAY         TO TCH-DATE                         00081400
              WRITE TCH-REC                                             00081500
              CLOSE TCHLOG                                              00081600
           ELSE                                                         00081700
      D       DISPLAY 'TCHLOG NOT AVAILABLE: ' WS-TCH-FS                00081800
           END-IF.                                                      00081900
      *-------------------------*                                       00082000
       6500-WRITE-TCHLOG-END.                                           00082100
      *-------------------------*                                       00082200
           EXIT.                                                        00082300
