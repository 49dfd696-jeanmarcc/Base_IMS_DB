      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBMISCHG.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Rapprochement de nuit des charges manquees. Pour la        00000900
      *      periode demandee, compare les rendez-vous TENUS du         00001000
      *      maitre des rendez-vous (APPTMSTR, statut K) aux            00001100
      *      segments TREATMNT de la base, puis les TREATMNT aux        00001200
      *      segments BILLING. La facture nomme son traitement          00001300
      *      (TRTNAME, pose par PBCHARG) et s'y rattache par ce         00001400
      *      nom, meme refacturee au premier jour de la periode         00001500
      *      ouverte; une facture ancienne sans TRTNAME se              00001600
      *      rattache par la date (BILLDATE = TRDATE), comme            00001700
      *      dans PDOCRPT. Trois sortes d'ecart:                        00001800
      *        - rendez-vous tenu sans TREATMNT                         00001900
      *        - TREATMNT sans facture                                  00002000
      *        - facture sans visite (aucun TREATMNT rattache)          00002100
      *      Chaque ecart donne le patient, le medecin, le              00002200
      *      TRTNAME et son age en jours; le rapport finit par          00002300
      *      les totaux par medecin.                                    00002400
      *                                                                 00002500
      * Fichier entree: CTLCARD, date de debut, date de fin et          00002600
      *      date de reference pour l'age (YYYYMMDD)                    00002700
      * Fichier entree: APPTIN, maitre des rendez-vous                  00002800
      * Fichier entree: DOCMSTR, maitre des medecins (codes)            00002900
      * Fichier sortie: MISSRPT, le rapport des ecarts                  00003000
      *----------------------------------------------------------*      00003100
      *--------------------*                                            00003200
       ENVIRONMENT DIVISION.                                            00003300
      *--------------------*                                            00003400
       CONFIGURATION SECTION.                                           00003500
       OBJECT-COMPUTER.                                                 00003600
       SOURCE-COMPUTER.                                                 00003700
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004100
           ORGANIZATION IS SEQUENTIAL                                   00004200
           FILE STATUS IS WS-CTL-FS.                                    00004300
           SELECT APPT-IN ASSIGN TO APPTIN                              00004400
           ORGANIZATION IS SEQUENTIAL                                   00004500
           FILE STATUS IS WS-APT-FS.                                    00004600
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004700
           ORGANIZATION IS SEQUENTIAL                                   00004800
           FILE STATUS IS WS-DOC-FS.                                    00004900
           SELECT RPT01-OUT ASSIGN TO MISSRPT                           00005000
           ORGANIZATION IS LINE SEQUENTIAL                              00005100
           FILE STATUS IS WS-RPT01-FS.                                  00005200
      *----------------*                                                00005300
       DATA DIVISION.                                                   00005400
      *----------------*                                                00005500
       FILE SECTION.                                                    00005600
                                                                        00005700
       FD  CTLCARD RECORDING MODE F.                                    00005800
       01  CTL-CARD-REC.                                                00005900
           05 CTL-FROM-DATE             PIC X(08).                      00006000
           05 FILLER                    PIC X(01).                      00006100
           05 CTL-TO-DATE               PIC X(08).                      00006200
           05 FILLER                    PIC X(01).                      00006300
           05 CTL-ASOF-DATE             PIC X(08).                      00006400
           05 FILLER                    PIC X(54).                      00006500
                                                                        00006600
      *    un rendez-vous par enregistrement, format PAPPTMNT           00006700
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
       FD  RPT01-OUT RECORDING MODE F.                                  00009200
       01  RPT01-OUT-REC                PIC X(80).                      00009300
                                                                        00009400
      *-----------------------*                                         00009500
       WORKING-STORAGE SECTION.                                         00009600
      *-----------------------*                                         00009700
       01 WS-FILE-STATUS.                                               00009800
          05 WS-CTL-FS                 PIC X(2).                        00009900
          05 WS-APT-FS                 PIC X(2).                        00010000
          05 WS-DOC-FS                 PIC X(2).                        00010100
          05 WS-RPT01-FS               PIC X(2).                        00010200
                                                                        00010300
       01 WS-APT-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00010400
          88 WS-APT-EOF                VALUE 'TRUE'.                    00010500
                                                                        00010600
       01 WS-DOC-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00010700
          88 WS-DOC-EOF                VALUE 'TRUE'.                    00010800
                                                                        00010900
       01 WS-FROM-DATE                  PIC X(08).                      00011000
       01 WS-TO-DATE                    PIC X(08).                      00011100
       01 WS-ASOF-DATE                  PIC X(08).                      00011200
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.                        00011300
          05 WS-ASOF-YY     PIC 9(04).                                  00011400
          05 WS-ASOF-MM     PIC 9(02).                                  00011500
          05 WS-ASOF-DD     PIC 9(02).                                  00011600
                                                                        00011700
       01 WS-EVENT-DATE                 PIC X(08).                      00011800
       01 WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE.                      00011900
          05 WS-EVENT-YY    PIC 9(04).                                  00012000
          05 WS-EVENT-MM    PIC 9(02).                                  00012100
          05 WS-EVENT-DD    PIC 9(02).                                  00012200
                                                                        00012300
      *    approximate day numbers (yy*365 + mm*30 + dd), the same      00012400
      *    reckoning PBAGING uses to age an invoice                     00012500
       01 WS-ASOF-DAYS                  PIC S9(9) COMP.                 00012600
       01 WS-EVENT-DAYS                 PIC S9(9) COMP.                 00012700
       01 WS-AGE-DAYS                   PIC S9(9) COMP.                 00012800
                                                                        00012900
       01 WS-COUNTERS.                                                  00013000
           05 WS-NO-PATIENTS               PIC 9(8).                    00013100
           05 WS-NO-KEPT                   PIC 9(8).                    00013200
           05 WS-NO-TREATMENTS             PIC 9(8).                    00013300
           05 WS-NO-CHARGES                PIC 9(8).                    00013400
           05 WS-NO-KEPT-NOT-TREATED       PIC 9(8).                    00013500
           05 WS-NO-TREATED-NOT-BILLED     PIC 9(8).                    00013600
           05 WS-NO-BILLED-NO-VISIT        PIC 9(8).                    00013700
                                                                        00013800
      *    les rendez-vous tenus de la periode, charges en table;       00013900
      *    chacun est marque quand le patient a ete rapproche           00014000
       01 WS-KEPT-TABLE.                                                00014100
          05 WS-KPT-MAX         PIC 9(05) COMP VALUE 5000.              00014200
          05 WS-KPT-COUNT       PIC 9(05) COMP VALUE 0.                 00014300
          05 WS-KPT-ENTRY OCCURS 5000 TIMES INDEXED BY KPT-IDX.         00014400
             10 WS-KP-PATIENID  PIC X(05).                              00014500
             10 WS-KP-DATE      PIC X(08).                              00014600
             10 WS-KP-DOCTOR    PIC X(20).                              00014700
             10 WS-KP-TRTNAME   PIC X(20).                              00014800
             10 WS-KP-DONE      PIC X(01).                              00014900
       01 WS-KPT-SUB                    PIC 9(05) COMP VALUE 0.         00015000
                                                                        00015100
      *    les traitements de la periode du patient courant             00015200
       01 WS-TRT-TABLE.                                                 00015300
          05 WS-TRT-MAX         PIC 9(02) COMP VALUE 50.                00015400
          05 WS-TRT-COUNT       PIC 9(02) COMP VALUE 0.                 00015500
          05 WS-TRT-ENTRY OCCURS 50 TIMES INDEXED BY TRT-IDX.           00015600
             10 WS-TT-TRDATE    PIC X(08).                              00015700
             10 WS-TT-TRTNAME   PIC X(20).                              00015800
             10 WS-TT-DOCTOR    PIC X(20).                              00015900
             10 WS-TT-BILLED    PIC X(01).                              00016000
       01 WS-TRT-SUB                    PIC 9(02) COMP VALUE 0.         00016100
                                                                        00016200
      *    les factures (charges) de la periode du patient courant      00016300
       01 WS-BIL-TABLE.                                                 00016400
          05 WS-BIL-MAX         PIC 9(02) COMP VALUE 50.                00016500
          05 WS-BIL-COUNT       PIC 9(02) COMP VALUE 0.                 00016600
          05 WS-BIL-ENTRY OCCURS 50 TIMES INDEXED BY BIL-IDX.           00016700
             10 WS-BT-INVOICENO PIC X(08).                              00016800
             10 WS-BT-BILLDATE  PIC X(08).                              00016900
             10 WS-BT-TRTNAME   PIC X(20).                              00017000
       01 WS-BIL-SUB                    PIC 9(02) COMP VALUE 0.         00017100
                                                                        00017200
       01 WS-MATCH-FOUND                PIC X(01) VALUE 'N'.            00017300
          88 WS-MATCH-HIT               VALUE 'Y'.                      00017400
       01 WS-MATCH-SUB                  PIC 9(05) COMP VALUE 0.         00017500
                                                                        00017600
       01 WS-SAVE-PATIENTID             PIC X(05).                      00017700
       01 WS-SAVE-PATNAME               PIC X(20).                      00017800
                                                                        00017900
      *    cumuls des ecarts par medecin                                00018000
       01 WS-DOC-TABLE.                                                 00018100
          05 WS-DOC-MAX         PIC 9(03) COMP VALUE 100.               00018200
          05 WS-DOC-COUNT       PIC 9(03) COMP VALUE 0.                 00018300
          05 WS-DOC-ENTRY OCCURS 100 TIMES INDEXED BY DOC-IDX.          00018400
             10 WS-DT-DOCTOR    PIC X(20).                              00018500
             10 WS-DT-NOTRT     PIC 9(05).                              00018600
             10 WS-DT-NOBILL    PIC 9(05).                              00018700
             10 WS-DT-NOVISIT   PIC 9(05).                              00018800
       01 WS-DOC-FOUND                  PIC X(01) VALUE 'N'.            00018900
          88 WS-DOC-HIT                 VALUE 'Y'.                      00019000
       01 WS-DOC-HIT-SUB                PIC 9(03) COMP VALUE 0.         00019100
       01 WS-DOC-SUB                    PIC 9(03) COMP VALUE 0.         00019200
       01 WS-LOOKUP-DOCTOR              PIC X(20).                      00019300
                                                                        00019400
      *    noms et codes du maitre des medecins, pour porter le         00019500
      *    code sur le rapport                                          00019600
       01 WS-DM-TABLE.                                                  00019700
          05 WS-DM-MAX          PIC 9(03) COMP VALUE 100.               00019800
          05 WS-DM-COUNT        PIC 9(03) COMP VALUE 0.                 00019900
          05 WS-DM-ENTRY OCCURS 100 TIMES INDEXED BY DM-IDX.            00020000
             10 WS-DM-CODE      PIC X(08).                              00020100
             10 WS-DM-NAME      PIC X(20).                              00020200
                                                                        00020300
      *    l'ecart en cours d'ecriture                                  00020400
       01 WS-BREAK.                                                     00020500
          05 WS-BRK-TYPE        PIC X(10).                              00020600
          05 WS-BRK-DOCTOR      PIC X(20).                              00020700
          05 WS-BRK-TRTNAME     PIC X(20).                              00020800
                                                                        00020900
       01 RPT-HEADER-1.                                                 00021000
           05 FILLER           PIC X(28) VALUE                          00021100
                'MISSED CHARGE RECON - FROM '.                          00021200
           05 RPT-H1-FROM      PIC X(08).                               00021300
           05 FILLER           PIC X(04) VALUE ' TO '.                  00021400
           05 RPT-H1-TO        PIC X(08).                               00021500
           05 FILLER           PIC X(22) VALUE SPACE.                   00021600
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00021700
           05 RPT-H1-PAGE      PIC ZZ9.                                 00021800
           05 FILLER           PIC X(02) VALUE SPACE.                   00021900
                                                                        00022000
       01 RPT-HEADER-2.                                                 00022100
           05 FILLER           PIC X(11) VALUE 'BREAK'.                 00022200
           05 FILLER           PIC X(06) VALUE 'PATID'.                 00022300
           05 FILLER           PIC X(16) VALUE 'PATIENT'.               00022400
           05 FILLER           PIC X(16) VALUE 'DOCTOR'.                00022500
           05 FILLER           PIC X(16) VALUE 'TREATMENT'.             00022600
           05 FILLER           PIC X(09) VALUE 'DATE'.                  00022700
           05 FILLER           PIC X(06) VALUE '  AGE'.                 00022800
                                                                        00022900
       01 RPT-DETAIL-LINE.                                              00023000
           05 RPT-D-TYPE       PIC X(10).                               00023100
           05 FILLER           PIC X(01) VALUE SPACE.                   00023200
           05 RPT-D-PATIENID   PIC X(05).                               00023300
           05 FILLER           PIC X(01) VALUE SPACE.                   00023400
           05 RPT-D-PATNAME    PIC X(15).                               00023500
           05 FILLER           PIC X(01) VALUE SPACE.                   00023600
           05 RPT-D-DOCTOR     PIC X(15).                               00023700
           05 FILLER           PIC X(01) VALUE SPACE.                   00023800
           05 RPT-D-TRTNAME    PIC X(15).                               00023900
           05 FILLER           PIC X(01) VALUE SPACE.                   00024000
           05 RPT-D-DATE       PIC X(08).                               00024100
           05 FILLER           PIC X(01) VALUE SPACE.                   00024200
           05 RPT-D-AGE        PIC ZZZZ9.                               00024300
           05 FILLER           PIC X(01) VALUE SPACE.                   00024400
                                                                        00024500
       01 RPT-DOC-HEADER-1.                                             00024600
           05 FILLER           PIC X(30) VALUE                          00024700
                'BREAKS BY DOCTOR'.                                     00024800
           05 FILLER           PIC X(50) VALUE SPACE.                   00024900
                                                                        00025000
       01 RPT-DOC-HEADER-2.                                             00025100
           05 FILLER           PIC X(09) VALUE 'CODE'.                  00025200
           05 FILLER           PIC X(21) VALUE 'DOCTOR'.                00025300
           05 FILLER           PIC X(11) VALUE 'NO TREATMT'.            00025400
           05 FILLER           PIC X(11) VALUE 'NOT BILLED'.            00025500
           05 FILLER           PIC X(11) VALUE 'NO VISIT'.              00025600
           05 FILLER           PIC X(11) VALUE '     TOTAL'.            00025700
           05 FILLER           PIC X(06) VALUE SPACE.                   00025800
                                                                        00025900
       01 RPT-DOC-LINE.                                                 00026000
           05 RPT-DD-CODE      PIC X(08).                               00026100
           05 FILLER           PIC X(01) VALUE SPACE.                   00026200
           05 RPT-DD-DOCTOR    PIC X(20).                               00026300
           05 FILLER           PIC X(01) VALUE SPACE.                   00026400
           05 RPT-DD-NOTRT     PIC ZZZZZZZZZ9.                          00026500
           05 FILLER           PIC X(01) VALUE SPACE.                   00026600
           05 RPT-DD-NOBILL    PIC ZZZZZZZZZ9.                          00026700
           05 FILLER           PIC X(01) VALUE SPACE.                   00026800
           05 RPT-DD-NOVISIT   PIC ZZZZZZZZZ9.                          00026900
           05 FILLER           PIC X(01) VALUE SPACE.                   00027000
           05 RPT-DD-TOTAL     PIC ZZZZZZZZZ9.                          00027100
           05 FILLER           PIC X(07) VALUE SPACE.                   00027200
                                                                        00027300
       01 RPT-TOTAL-LINE.                                               00027400
           05 FILLER           PIC X(30) VALUE 'CLINIC TOTAL'.          00027500
           05 RPT-T-NOTRT      PIC ZZZZZZZZZ9.                          00027600
           05 FILLER           PIC X(01) VALUE SPACE.                   00027700
           05 RPT-T-NOBILL     PIC ZZZZZZZZZ9.                          00027800
           05 FILLER           PIC X(01) VALUE SPACE.                   00027900
           05 RPT-T-NOVISIT    PIC ZZZZZZZZZ9.                          00028000
           05 FILLER           PIC X(01) VALUE SPACE.                   00028100
           05 RPT-T-TOTAL      PIC ZZZZZZZZZ9.                          00028200
           05 FILLER           PIC X(07) VALUE SPACE.                   00028300
                                                                        00028400
       01 WS-DOC-LINE-TOTAL             PIC 9(07) VALUE 0.              00028500
       01 WS-ALL-BREAKS                 PIC 9(08) VALUE 0.              00028600
                                                                        00028700
       01 WS-RPT-COUNTERS.                                              00028800
           05 WS-RPT-LINE-CNT  PIC 9(03) COMP VALUE 0.                  00028900
           05 WS-RPT-PAGE-CNT  PIC 9(03) COMP VALUE 0.                  00029000
       01 WS-RPT-LINES-PER-PAGE PIC 9(03) COMP VALUE 50.                00029100
                                                                        00029200
       01 QUAL-SSA-PATIENT.                                             00029300
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00029400
           05  FILLER      PIC X(01) VALUE '('.                         00029500
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00029600
           05  OPER        PIC X(02) VALUE 'EQ'.                        00029700
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00029800
           05  FILLER      PIC X(01) VALUE ')'.                         00029900
                                                                        00030000
       01 UNQUAL-SSA-PATIENT.                                           00030100
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00030200
           05 FILLER  PIC X VALUE SPACE.                                00030300
                                                                        00030400
       01 UNQUAL-SSA-TREATMNT.                                          00030500
           05 SEGMENT-NAME PIC X(8) VALUE 'TREATMNT'.                   00030600
           05 FILLER PIC X VALUE SPACE.                                 00030700
                                                                        00030800
       01 UNQUAL-SSA-BILLING.                                           00030900
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00031000
           05 FILLER PIC X VALUE SPACE.                                 00031100
                                                                        00031200
       01 DLI-FUNCTIONS.                                                00031300
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00031400
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00031500
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00031600
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00031700
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00031800
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00031900
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00032000
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00032100
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00032200
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00032300
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00032400
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00032500
                                                                        00032600
       01 SEG-IO-AREA     PIC X(60).                                    00032700
                                                                        00032800
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00032900
           05 WS-PATIENT-ID        PIC X(05).                           00033000
           05 WS-PATNAME           PIC X(20).                           00033100
           05 FILLER               PIC X(35).                           00033200
                                                                        00033300
       01 WS-TREATMNT-SEG REDEFINES SEG-IO-AREA.                        00033400
          05 WS-TRDATE    PIC X(08).                                    00033500
          05 WS-TRTNAME   PIC X(20).                                    00033600
          05 WS-DOCTOR    PIC X(20).                                    00033700
          05 FILLER       PIC X(12).                                    00033800
                                                                        00033900
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00034000
          05 WS-INVOICENO PIC X(08).                                    00034100
          05 WS-AMOUNT    PIC S9(7)V99.                                 00034200
          05 WS-BILLDATE  PIC X(08).                                    00034300
          05 WS-REFINVNO  PIC X(08).                                    00034400
          05 WS-TRANTYPE  PIC X(01).                                    00034500
          05 WS-BIL-FACILITY PIC X(02).                                 00034600
          05 WS-BIL-TRTNAME  PIC X(20).                                 00034700
          05 FILLER       PIC X(04).                                    00034800
                                                                        00034900
       01 WS-DLI-FUNCTION PIC X(4).                                     00035000
                                                                        00035100
      *-----------------------*                                         00035200
       LINKAGE SECTION.                                                 00035300
      *-----------------------*                                         00035400
                                                                        00035500
      * psb to get and insert                                           00035600
        01 PCB-MASK-GI.                                                 00035700
           03 DBD-NAME        PIC X(8).                                 00035800
           03 SEG-LEVEL       PIC XX.                                   00035900
           03 STATUS-CODE     PIC XX.                                   00036000
           03 PROC-OPT        PIC X(4).                                 00036100
           03 FILLER          PIC X(4).                                 00036200
           03 SEG-NAME        PIC X(8).                                 00036300
           03 KEY-FDBK        PIC S9(5) COMP.                           00036400
           03 NUM-SENSEG      PIC S9(5) COMP.                           00036500
           03 KEY-FDBK-AREA.                                            00036600
              05 PATIENT-KEY    PIC X(5).                               00036700
              05 MEDICAL-KEY    PIC X(6).                               00036800
              05 DRUG-KEY       PIC X(8).                               00036900
              05 BILLING-KEY    PIC X(8).                               00037000
                                                                        00037100
      *-----------------------*                                         00037200
       PROCEDURE DIVISION.                                              00037300
      *-----------------------*                                         00037400
                                                                        00037500
           INITIALIZE PCB-MASK-GI.                                      00037600
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00037700
                                                                        00037800
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00037900
                                                                        00038000
           PERFORM 1000-INIT                                            00038100
              THRU 1000-INIT-END.                                       00038200
                                                                        00038300
           DISPLAY '1_____RECONCILE PATIENT BY PATIENT'.                00038400
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00038500
           PERFORM 4000-SCAN-PATIENT                                    00038600
              THRU 4000-SCAN-PATIENT-END                                00038700
              UNTIL STATUS-CODE NOT = SPACE.                            00038800
                                                                        00038900
      *    kept appointments whose patient never came up in the         00039000
      *    scan are breaks too                                          00039100
           DISPLAY '2_____KEPT APPOINTMENTS OFF THE DATABASE'.          00039200
           MOVE SPACE TO WS-SAVE-PATIENTID.                             00039300
           MOVE '*NOT ON DATABASE*' TO WS-SAVE-PATNAME.                 00039400
           PERFORM 5100-CHECK-ONE-KEPT                                  00039500
              THRU 5100-CHECK-ONE-KEPT-END                              00039600
              VARYING WS-KPT-SUB FROM 1 BY 1                            00039700
              UNTIL WS-KPT-SUB > WS-KPT-COUNT.                          00039800
                                                                        00039900
           DISPLAY '3_____WRITE THE DOCTOR TOTALS'.                     00040000
           PERFORM 7000-WRITE-DOCTOR-TOTALS                             00040100
              THRU 7000-WRITE-DOCTOR-TOTALS-END.                        00040200
           CLOSE RPT01-OUT.                                             00040300
                                                                        00040400
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00040500
           DISPLAY 'PATIENTS SCANNED      : ' WS-NO-PATIENTS.           00040600
           DISPLAY 'KEPT APPOINTMENTS     : ' WS-NO-KEPT.               00040700
           DISPLAY 'TREATMENTS IN PERIOD  : ' WS-NO-TREATMENTS.         00040800
           DISPLAY 'CHARGES IN PERIOD     : ' WS-NO-CHARGES.            00040900
           DISPLAY 'KEPT, NOT TREATED     : ' WS-NO-KEPT-NOT-TREATED.   00041000
           DISPLAY 'TREATED, NOT BILLED   : '                           00041100
              WS-NO-TREATED-NOT-BILLED.                                 00041200
           DISPLAY 'BILLED, NO VISIT      : ' WS-NO-BILLED-NO-VISIT.    00041300
                                                                        00041400
           IF WS-ALL-BREAKS > 0                                         00041500
              MOVE 4 TO RETURN-CODE                                     00041600
           END-IF.                                                      00041700
                                                                        00041800
           GOBACK.                                                      00041900
                                                                        00042000
      *------------*                                                    00042100
       1000-INIT.                                                       00042200
      *------------*                                                    00042300
           DISPLAY "***** INIT PROCESS *****".                          00042400
                                                                        00042500
           MOVE SPACE TO WS-FILE-STATUS.                                00042600
           MOVE ZEROES TO WS-COUNTERS.                                  00042700
                                                                        00042800
           OPEN INPUT CTLCARD.                                          00042900
                                                                        00043000
           IF WS-CTL-FS NOT = "00"                                      00043100
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00043200
             PERFORM 9999-ABEND                                         00043300
                THRU 9999-ABEND-END                                     00043400
           END-IF.                                                      00043500
                                                                        00043600
           READ CTLCARD INTO CTL-CARD-REC                               00043700
              AT END                                                    00043800
      D         DISPLAY "CTLCARD IS EMPTY - NO PERIOD SUPPLIED"         00043900
                PERFORM 9999-ABEND                                      00044000
                   THRU 9999-ABEND-END                                  00044100
           END-READ.                                                    00044200
                                                                        00044300
           MOVE CTL-FROM-DATE TO WS-FROM-DATE.                          00044400
           MOVE CTL-TO-DATE   TO WS-TO-DATE.                            00044500
           MOVE CTL-ASOF-DATE TO WS-ASOF-DATE.                          00044600
           CLOSE CTLCARD.                                               00044700
                                                                        00044800
      *    no reference date: the breaks are aged to the period end     00044900
           IF WS-ASOF-DATE = SPACE                                      00045000
              MOVE WS-TO-DATE TO WS-ASOF-DATE                           00045100
           END-IF.                                                      00045200
                                                                        00045300
           IF WS-FROM-DATE NOT NUMERIC                                  00045400
              OR WS-TO-DATE NOT NUMERIC                                 00045500
              OR WS-ASOF-DATE NOT NUMERIC                               00045600
              DISPLAY 'CTLCARD DATES NOT NUMERIC: ' CTL-CARD-REC        00045700
              PERFORM 9999-ABEND                                        00045800
                 THRU 9999-ABEND-END                                    00045900
           END-IF.                                                      00046000
                                                                        00046100
           COMPUTE WS-ASOF-DAYS = (WS-ASOF-YY * 365)                    00046200
                                + (WS-ASOF-MM * 30)                     00046300
                                + WS-ASOF-DD.                           00046400
                                                                        00046500
      *    the kept appointments of the period                          00046600
           OPEN INPUT APPT-IN.                                          00046700
           IF WS-APT-FS NOT = '00'                                      00046800
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00046900
              PERFORM 9999-ABEND                                        00047000
                 THRU 9999-ABEND-END                                    00047100
           END-IF.                                                      00047200
           PERFORM 1100-LOAD-KEPT-TABLE                                 00047300
              THRU 1100-LOAD-KEPT-TABLE-END                             00047400
              UNTIL WS-APT-EOF.                                         00047500
           CLOSE APPT-IN.                                               00047600
           MOVE WS-KPT-COUNT TO WS-NO-KEPT.                             00047700
           DISPLAY 'KEPT APPOINTMENTS IN PERIOD: ' WS-KPT-COUNT.        00047800
                                                                        00047900
      *    load the doctor master for the totals' code column           00048000
           OPEN INPUT DOCMSTR.                                          00048100
           IF WS-DOC-FS = '00'                                          00048200
              PERFORM 1200-LOAD-DM-TABLE                                00048300
                 THRU 1200-LOAD-DM-TABLE-END                            00048400
                 UNTIL WS-DOC-EOF                                       00048500
              CLOSE DOCMSTR                                             00048600
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DM-COUNT      00048700
           ELSE                                                         00048800
              DISPLAY 'DOCMSTR NOT AVAILABLE - NAMES ONLY'              00048900
           END-IF.                                                      00049000
                                                                        00049100
           OPEN OUTPUT RPT01-OUT.                                       00049200
           MOVE WS-FROM-DATE TO RPT-H1-FROM.                            00049300
           MOVE WS-TO-DATE   TO RPT-H1-TO.                              00049400
           PERFORM 4110-WRITE-HEADERS                                   00049500
              THRU 4110-WRITE-HEADERS-END.                              00049600
                                                                        00049700
           DISPLAY "***** FIN INIT PROCESS *****".                      00049800
                                                                        00049900
      *----------------*                                                00050000
       1000-INIT-END.                                                   00050100
      *----------------*                                                00050200
           EXIT.                                                        00050300
                                                                        00050400
      *-----------------------*                                         00050500
       1100-LOAD-KEPT-TABLE.                                            00050600
      *-----------------------*                                         00050700
           READ APPT-IN                                                 00050800
           END-READ.                                                    00050900
                                                                        00051000
           EVALUATE TRUE                                                00051100
             WHEN WS-APT-FS = '00'                                      00051200
               IF APT-STATUS = 'K'                                      00051300
                  AND APT-DATE NOT < WS-FROM-DATE                       00051400
                  AND APT-DATE NOT > WS-TO-DATE                         00051500
                  IF WS-KPT-COUNT < WS-KPT-MAX                          00051600
                     ADD 1 TO WS-KPT-COUNT                              00051700
                     SET KPT-IDX TO WS-KPT-COUNT                        00051800
                     MOVE APT-PATIENID TO WS-KP-PATIENID (KPT-IDX)      00051900
                     MOVE APT-DATE     TO WS-KP-DATE (KPT-IDX)          00052000
                     MOVE APT-DOCTOR   TO WS-KP-DOCTOR (KPT-IDX)        00052100
                     MOVE APT-TRTNAME  TO WS-KP-TRTNAME (KPT-IDX)       00052200
                     MOVE 'N'          TO WS-KP-DONE (KPT-IDX)          00052300
                  ELSE                                                  00052400
      *                  a dropped KEPT appointment could hide a lost   00052500
      *                  charge - stop instead                          00052600
                     DISPLAY '*** KEPT TABLE FULL - RUN STOPPED: '      00052700
                        APT-PATIENID ' ' APT-DATE ' ***'                00052800
                     MOVE 16 TO RETURN-CODE                             00052900
                     PERFORM 9999-ABEND                                 00053000
                        THRU 9999-ABEND-END                             00053100
                  END-IF                                                00053200
               END-IF                                                   00053300
             WHEN WS-APT-FS = '10'                                      00053400
               SET WS-APT-EOF TO TRUE                                   00053500
             WHEN OTHER                                                 00053600
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00053700
               PERFORM 9999-ABEND                                       00053800
                  THRU 9999-ABEND-END                                   00053900
           END-EVALUATE.                                                00054000
      *-----------------------*                                         00054100
       1100-LOAD-KEPT-TABLE-END.                                        00054200
      *-----------------------*                                         00054300
           EXIT.                                                        00054400
                                                                        00054500
      *-----------------------*                                         00054600
       1200-LOAD-DM-TABLE.                                              00054700
      *-----------------------*                                         00054800
           READ DOCMSTR                                                 00054900
           END-READ.                                                    00055000
                                                                        00055100
           EVALUATE TRUE                                                00055200
             WHEN WS-DOC-FS = '00'                                      00055300
               IF WS-DM-COUNT < WS-DM-MAX                               00055400
                  ADD 1 TO WS-DM-COUNT                                  00055500
                  SET DM-IDX TO WS-DM-COUNT                             00055600
                  MOVE DOC-CODE TO WS-DM-CODE (DM-IDX)                  00055700
                  MOVE DOC-NAME TO WS-DM-NAME (DM-IDX)                  00055800
               ELSE                                                     00055900
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00056000
                     DOC-NAME                                           00056100
               END-IF                                                   00056200
             WHEN WS-DOC-FS = '10'                                      00056300
               SET WS-DOC-EOF TO TRUE                                   00056400
             WHEN OTHER                                                 00056500
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00056600
               PERFORM 9999-ABEND                                       00056700
                  THRU 9999-ABEND-END                                   00056800
           END-EVALUATE.                                                00056900
      *-----------------------*                                         00057000
       1200-LOAD-DM-TABLE-END.                                          00057100
      *-----------------------*                                         00057200
           EXIT.                                                        00057300
                                                                        00057400
      *----------------------*                                          00057500
       4000-SCAN-PATIENT.                                               00057600
      *----------------------*                                          00057700
           INITIALIZE SEG-IO-AREA.                                      00057800
                                                                        00057900
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00058000
                                PCB-MASK-GI,                            00058100
                                SEG-IO-AREA,                            00058200
                                UNQUAL-SSA-PATIENT.                     00058300
                                                                        00058400
           IF STATUS-CODE = '  '                                        00058500
                ADD 1 TO WS-NO-PATIENTS                                 00058600
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00058700
                MOVE WS-PATIENT-ID TO WS-SAVE-PATIENTID                 00058800
                MOVE WS-PATNAME    TO WS-SAVE-PATNAME                   00058900
                                                                        00059000
      *         first pass: the period's treatments                     00059100
                MOVE ZERO TO WS-TRT-COUNT                               00059200
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00059300
                PERFORM 4100-COLLECT-TREATMNT                           00059400
                   THRU 4100-COLLECT-TREATMNT-END                       00059500
                   UNTIL STATUS-CODE NOT = SPACE                        00059600
                PERFORM 4150-REPOSITION-PATIENT                         00059700
                   THRU 4150-REPOSITION-PATIENT-END                     00059800
                                                                        00059900
      *         second pass: the period's charges                       00060000
                MOVE ZERO TO WS-BIL-COUNT                               00060100
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00060200
                PERFORM 4200-COLLECT-BILLING                            00060300
                   THRU 4200-COLLECT-BILLING-END                        00060400
                   UNTIL STATUS-CODE NOT = SPACE                        00060500
                PERFORM 4150-REPOSITION-PATIENT                         00060600
                   THRU 4150-REPOSITION-PATIENT-END                     00060700
                                                                        00060800
                PERFORM 5000-RECONCILE-PATIENT                          00060900
                   THRU 5000-RECONCILE-PATIENT-END                      00061000
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00061100
           ELSE                                                         00061200
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00061300
           END-IF.                                                      00061400
      *----------------------*                                          00061500
       4000-SCAN-PATIENT-END.                                           00061600
      *----------------------*                                          00061700
           EXIT.                                                        00061800
                                                                        00061900
      *-------------------------*                                       00062000
       4100-COLLECT-TREATMNT.                                           00062100
      *-------------------------*                                       00062200
           INITIALIZE SEG-IO-AREA.                                      00062300
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00062400
                                PCB-MASK-GI,                            00062500
                                SEG-IO-AREA,                            00062600
                                QUAL-SSA-PATIENT,                       00062700
                                UNQUAL-SSA-TREATMNT.                    00062800
                                                                        00062900
           IF STATUS-CODE = '  '                                        00063000
              IF WS-TRDATE NOT < WS-FROM-DATE                           00063100
                 AND WS-TRDATE NOT > WS-TO-DATE                         00063200
                 ADD 1 TO WS-NO-TREATMENTS                              00063300
                 IF WS-TRT-COUNT < WS-TRT-MAX                           00063400
                    ADD 1 TO WS-TRT-COUNT                               00063500
                    SET TRT-IDX TO WS-TRT-COUNT                         00063600
                    MOVE WS-TRDATE  TO WS-TT-TRDATE (TRT-IDX)           00063700
                    MOVE WS-TRTNAME TO WS-TT-TRTNAME (TRT-IDX)          00063800
                    MOVE WS-DOCTOR  TO WS-TT-DOCTOR (TRT-IDX)           00063900
                    MOVE 'N'        TO WS-TT-BILLED (TRT-IDX)           00064000
                 ELSE                                                   00064100
                    DISPLAY 'TREATMENT TABLE FULL - PATIENT: '          00064200
                       WS-SAVE-PATIENTID                                00064300
                 END-IF                                                 00064400
              END-IF                                                    00064500
           END-IF.                                                      00064600
      *-------------------------*                                       00064700
       4100-COLLECT-TREATMNT-END.                                       00064800
      *-------------------------*                                       00064900
           EXIT.                                                        00065000
                                                                        00065100
      *-------------------------*                                       00065200
       4150-REPOSITION-PATIENT.                                         00065300
      *-------------------------*                                       00065400
           INITIALIZE SEG-IO-AREA.                                      00065500
           CALL 'CBLTDLI' USING DLI-GU,                                 00065600
                                PCB-MASK-GI,                            00065700
                                SEG-IO-AREA,                            00065800
                                QUAL-SSA-PATIENT.                       00065900
      *-------------------------*                                       00066000
       4150-REPOSITION-PATIENT-END.                                     00066100
      *-------------------------*                                       00066200
           EXIT.                                                        00066300
                                                                        00066400
      *-------------------------*                                       00066500
       4200-COLLECT-BILLING.                                            00066600
      *-------------------------*                                       00066700
           INITIALIZE SEG-IO-AREA.                                      00066800
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00066900
                                PCB-MASK-GI,                            00067000
                                SEG-IO-AREA,                            00067100
                                QUAL-SSA-PATIENT,                       00067200
                                UNQUAL-SSA-BILLING.                     00067300
                                                                        00067400
      *    credits and debit adjustments are not charges for a          00067500
      *    visit; only the invoices are matched to treatments           00067600
           IF STATUS-CODE = '  '                                        00067700
              IF WS-BILLDATE NOT < WS-FROM-DATE                         00067800
                 AND WS-BILLDATE NOT > WS-TO-DATE                       00067900
                 AND WS-TRANTYPE NOT = 'C'                              00068000
                 AND WS-TRANTYPE NOT = 'D'                              00068100
                 ADD 1 TO WS-NO-CHARGES                                 00068200
                 IF WS-BIL-COUNT < WS-BIL-MAX                           00068300
                    ADD 1 TO WS-BIL-COUNT                               00068400
                    SET BIL-IDX TO WS-BIL-COUNT                         00068500
                    MOVE WS-INVOICENO TO WS-BT-INVOICENO (BIL-IDX)      00068600
                    MOVE WS-BILLDATE  TO WS-BT-BILLDATE (BIL-IDX)       00068700
                    MOVE WS-BIL-TRTNAME                                 00068800
                                      TO WS-BT-TRTNAME (BIL-IDX)        00068900
                 ELSE                                                   00069000
                    DISPLAY 'BILLING TABLE FULL - PATIENT: '            00069100
                       WS-SAVE-PATIENTID                                00069200
                 END-IF                                                 00069300
              END-IF                                                    00069400
           END-IF.                                                      00069500
      *-------------------------*                                       00069600
       4200-COLLECT-BILLING-END.                                        00069700
      *-------------------------*                                       00069800
           EXIT.                                                        00069900
                                                                        00070000
      *-------------------------*                                       00070100
       4110-WRITE-HEADERS.                                              00070200
      *-------------------------*                                       00070300
           ADD 1 TO WS-RPT-PAGE-CNT.                                    00070400
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE.                         00070500
           MOVE ZERO TO WS-RPT-LINE-CNT.                                00070600
           IF WS-RPT-PAGE-CNT = 1                                       00070700
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00070800
           ELSE                                                         00070900
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00071000
                 AFTER ADVANCING PAGE                                   00071100
           END-IF.                                                      00071200
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00071300
              AFTER ADVANCING 2 LINES.                                  00071400
           ADD 2 TO WS-RPT-LINE-CNT.                                    00071500
      *-------------------------*                                       00071600
       4110-WRITE-HEADERS-END.                                          00071700
      *-------------------------*                                       00071800
           EXIT.                                                        00071900
                                                                        00072000
      *-------------------------*                                       00072100
       4120-WRITE-DETAIL.                                               00072200
      *-------------------------*                                       00072300
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00072400
              PERFORM 4110-WRITE-HEADERS                                00072500
                 THRU 4110-WRITE-HEADERS-END                            00072600
           END-IF.                                                      00072700
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00072800
              AFTER ADVANCING 1 LINE.                                   00072900
           ADD 1 TO WS-RPT-LINE-CNT.                                    00073000
      *-------------------------*                                       00073100
       4120-WRITE-DETAIL-END.                                           00073200
      *-------------------------*                                       00073300
           EXIT.                                                        00073400
                                                                        00073500
      *-------------------------*                                       00073600
       5000-RECONCILE-PATIENT.                                          00073700
      *-------------------------*                                       00073800
      *    kept appointments of this patient against treatments         00073900
           PERFORM 5100-CHECK-ONE-KEPT                                  00074000
              THRU 5100-CHECK-ONE-KEPT-END                              00074100
              VARYING WS-KPT-SUB FROM 1 BY 1                            00074200
              UNTIL WS-KPT-SUB > WS-KPT-COUNT.                          00074300
                                                                        00074400
      *    charges against treatments: the first unbilled               00074500
      *    treatment the invoice names takes it; an invoice             00074600
      *    with no name falls back to one of the same date              00074700
           PERFORM 5300-CHECK-ONE-CHARGE                                00074800
              THRU 5300-CHECK-ONE-CHARGE-END                            00074900
              VARYING WS-BIL-SUB FROM 1 BY 1                            00075000
              UNTIL WS-BIL-SUB > WS-BIL-COUNT.                          00075100
                                                                        00075200
      *    what is left unbilled is a lost charge                       00075300
           PERFORM 5200-CHECK-ONE-TREATMNT                              00075400
              THRU 5200-CHECK-ONE-TREATMNT-END                          00075500
              VARYING WS-TRT-SUB FROM 1 BY 1                            00075600
              UNTIL WS-TRT-SUB > WS-TRT-COUNT.                          00075700
      *-------------------------*                                       00075800
       5000-RECONCILE-PATIENT-END.                                      00075900
      *-------------------------*                                       00076000
           EXIT.                                                        00076100
                                                                        00076200
      *-------------------------*                                       00076300
       5100-CHECK-ONE-KEPT.                                             00076400
      *-------------------------*                                       00076500
      *    end-of-run sweep passes a blank patient: every kept          00076600
      *    appointment still open is then reported                      00076700
           SET KPT-IDX TO WS-KPT-SUB.                                   00076800
           IF WS-KP-DONE (KPT-IDX) = 'Y'                                00076900
              GO TO 5100-CHECK-ONE-KEPT-END                             00077000
           END-IF.                                                      00077100
           IF WS-SAVE-PATIENTID NOT = SPACE                             00077200
              AND WS-KP-PATIENID (KPT-IDX) NOT = WS-SAVE-PATIENTID      00077300
              GO TO 5100-CHECK-ONE-KEPT-END                             00077400
           END-IF.                                                      00077500
           MOVE 'Y' TO WS-KP-DONE (KPT-IDX).                            00077600
                                                                        00077700
           MOVE 'N' TO WS-MATCH-FOUND.                                  00077800
           IF WS-SAVE-PATIENTID NOT = SPACE                             00077900
              PERFORM 5110-TREATMNT-LOOKUP                              00078000
                 THRU 5110-TREATMNT-LOOKUP-END                          00078100
                 VARYING WS-TRT-SUB FROM 1 BY 1                         00078200
                 UNTIL WS-TRT-SUB > WS-TRT-COUNT                        00078300
                    OR WS-MATCH-HIT                                     00078400
           END-IF.                                                      00078500
           IF WS-MATCH-HIT                                              00078600
              GO TO 5100-CHECK-ONE-KEPT-END                             00078700
           END-IF.                                                      00078800
                                                                        00078900
           MOVE 'NO TREATMT'             TO WS-BRK-TYPE.                00079000
           MOVE WS-KP-DOCTOR (KPT-IDX)   TO WS-BRK-DOCTOR.              00079100
           MOVE WS-KP-TRTNAME (KPT-IDX)  TO WS-BRK-TRTNAME.             00079200
           MOVE WS-KP-DATE (KPT-IDX)     TO WS-EVENT-DATE.              00079300
           MOVE WS-KP-PATIENID (KPT-IDX) TO RPT-D-PATIENID.             00079400
           ADD 1 TO WS-NO-KEPT-NOT-TREATED.                             00079500
           PERFORM 6000-WRITE-BREAK                                     00079600
              THRU 6000-WRITE-BREAK-END.                                00079700
      *-------------------------*                                       00079800
       5100-CHECK-ONE-KEPT-END.                                         00079900
      *-------------------------*                                       00080000
           EXIT.                                                        00080100
                                                                        00080200
      *-------------------------*                                       00080300
       5110-TREATMNT-LOOKUP.                                            00080400
      *-------------------------*                                       00080500
           SET TRT-IDX TO WS-TRT-SUB.                                   00080600
           IF WS-TT-TRDATE (TRT-IDX) = WS-KP-DATE (KPT-IDX)             00080700
              AND WS-TT-TRTNAME (TRT-IDX) = WS-KP-TRTNAME (KPT-IDX)     00080800
              MOVE 'Y' TO WS-MATCH-FOUND                                00080900
           END-IF.                                                      00081000
      *-------------------------*                                       00081100
       5110-TREATMNT-LOOKUP-END.                                        00081200
      *-------------------------*                                       00081300
           EXIT.                                                        00081400
                                                                        00081500
      *-------------------------*                                       00081600
       5200-CHECK-ONE-TREATMNT.                                         00081700
      *-------------------------*                                       00081800
           SET TRT-IDX TO WS-TRT-SUB.                                   00081900
           IF WS-TT-BILLED (TRT-IDX) = 'Y'                              00082000
              GO TO 5200-CHECK-ONE-TREATMNT-END                         00082100
           END-IF.                                                      00082200
           MOVE 'NOT BILLED'             TO WS-BRK-TYPE.                00082300
           MOVE WS-TT-DOCTOR (TRT-IDX)   TO WS-BRK-DOCTOR.              00082400
           MOVE WS-TT-TRTNAME (TRT-IDX)  TO WS-BRK-TRTNAME.             00082500
           MOVE WS-TT-TRDATE (TRT-IDX)   TO WS-EVENT-DATE.              00082600
           MOVE WS-SAVE-PATIENTID        TO RPT-D-PATIENID.             00082700
           ADD 1 TO WS-NO-TREATED-NOT-BILLED.                           00082800
           PERFORM 6000-WRITE-BREAK                                     00082900
              THRU 6000-WRITE-BREAK-END.                                00083000
      *-------------------------*                                       00083100
       5200-CHECK-ONE-TREATMNT-END.                                     00083200
      *-------------------------*                                       00083300
           EXIT.                                                        00083400
                                                                        00083500
      *-------------------------*                                       00083600
       5300-CHECK-ONE-CHARGE.                                           00083700
      *-------------------------*                                       00083800
           SET BIL-IDX TO WS-BIL-SUB.                                   00083900
           MOVE 'N' TO WS-MATCH-FOUND.                                  00084000
      *    a redated invoice no longer carries its TRDATE, so the       00084100
      *    name PBCHARG stamped is the key whenever it is there         00084200
           IF WS-BT-TRTNAME (BIL-IDX) NOT = SPACE                       00084300
              PERFORM 5305-NAME-MATCH-LOOKUP                            00084400
                 THRU 5305-NAME-MATCH-LOOKUP-END                        00084500
                 VARYING WS-TRT-SUB FROM 1 BY 1                         00084600
                 UNTIL WS-TRT-SUB > WS-TRT-COUNT                        00084700
                    OR WS-MATCH-HIT                                     00084800
           ELSE                                                         00084900
              PERFORM 5310-DATE-MATCH-LOOKUP                            00085000
                 THRU 5310-DATE-MATCH-LOOKUP-END                        00085100
                 VARYING WS-TRT-SUB FROM 1 BY 1                         00085200
                 UNTIL WS-TRT-SUB > WS-TRT-COUNT                        00085300
                    OR WS-MATCH-HIT                                     00085400
           END-IF.                                                      00085500
           IF WS-MATCH-HIT                                              00085600
              SET TRT-IDX TO WS-MATCH-SUB                               00085700
              MOVE 'Y' TO WS-TT-BILLED (TRT-IDX)                        00085800
              GO TO 5300-CHECK-ONE-CHARGE-END                           00085900
           END-IF.                                                      00086000
                                                                        00086100
      *    no visit for it: the doctor is taken from a kept             00086200
      *    appointment of the same date when there is one               00086300
           MOVE 'NO VISIT'               TO WS-BRK-TYPE.                00086400
           MOVE 'UNATTRIBUTED'           TO WS-BRK-DOCTOR.              00086500
           MOVE SPACE                    TO WS-BRK-TRTNAME.             00086600
           STRING 'INVOICE ' WS-BT-INVOICENO (BIL-IDX)                  00086700
              DELIMITED BY SIZE INTO WS-BRK-TRTNAME.                    00086800
           MOVE 'N' TO WS-MATCH-FOUND.                                  00086900
           PERFORM 5320-KEPT-DATE-LOOKUP                                00087000
              THRU 5320-KEPT-DATE-LOOKUP-END                            00087100
              VARYING WS-KPT-SUB FROM 1 BY 1                            00087200
              UNTIL WS-KPT-SUB > WS-KPT-COUNT                           00087300
                 OR WS-MATCH-HIT.                                       00087400
           IF WS-MATCH-HIT                                              00087500
              SET KPT-IDX TO WS-MATCH-SUB                               00087600
              MOVE WS-KP-DOCTOR (KPT-IDX) TO WS-BRK-DOCTOR              00087700
           END-IF.                                                      00087800
           MOVE WS-BT-BILLDATE (BIL-IDX) TO WS-EVENT-DATE.              00087900
           MOVE WS-SAVE-PATIENTID        TO RPT-D-PATIENID.             00088000
           ADD 1 TO WS-NO-BILLED-NO-VISIT.                              00088100
           PERFORM 6000-WRITE-BREAK                                     00088200
              THRU 6000-WRITE-BREAK-END.                                00088300
      *-------------------------*                                       00088400
       5300-CHECK-ONE-CHARGE-END.                                       00088500
      *-------------------------*                                       00088600
           EXIT.                                                        00088700
                                                                        00088800
      *-------------------------*                                       00088900
       5305-NAME-MATCH-LOOKUP.                                          00089000
      *-------------------------*                                       00089100
           SET TRT-IDX TO WS-TRT-SUB.                                   00089200
           IF WS-TT-TRTNAME (TRT-IDX) = WS-BT-TRTNAME (BIL-IDX)         00089300
              AND WS-TT-BILLED (TRT-IDX) = 'N'                          00089400
              MOVE 'Y' TO WS-MATCH-FOUND                                00089500
              MOVE WS-TRT-SUB TO WS-MATCH-SUB                           00089600
           END-IF.                                                      00089700
      *-------------------------*                                       00089800
       5305-NAME-MATCH-LOOKUP-END.                                      00089900
      *-------------------------*                                       00090000
           EXIT.                                                        00090100
                                                                        00090200
      *-------------------------*                                       00090300
       5310-DATE-MATCH-LOOKUP.                                          00090400
      *-------------------------*                                       00090500
           SET TRT-IDX TO WS-TRT-SUB.                                   00090600
           IF WS-TT-TRDATE (TRT-IDX) = WS-BT-BILLDATE (BIL-IDX)         00090700
              AND WS-TT-BILLED (TRT-IDX) = 'N'                          00090800
              MOVE 'Y' TO WS-MATCH-FOUND                                00090900
              MOVE WS-TRT-SUB TO WS-MATCH-SUB                           00091000
           END-IF.                                                      00091100
      *-------------------------*                                       00091200
       5310-DATE-MATCH-LOOKUP-END.                                      00091300
      *-------------------------*                                       00091400
           EXIT.                                                        00091500
                                                                        00091600
      *-------------------------*                                       00091700
       5320-KEPT-DATE-LOOKUP.                                           00091800
      *-------------------------*                                       00091900
           SET KPT-IDX TO WS-KPT-SUB.                                   00092000
           IF WS-KP-PATIENID (KPT-IDX) = WS-SAVE-PATIENTID              00092100
              AND WS-KP-DATE (KPT-IDX) = WS-BT-BILLDATE (BIL-IDX)       00092200
              MOVE 'Y' TO WS-MATCH-FOUND                                00092300
              MOVE WS-KPT-SUB TO WS-MATCH-SUB                           00092400
           END-IF.                                                      00092500
      *-------------------------*                                       00092600
       5320-KEPT-DATE-LOOKUP-END.                                       00092700
      *-------------------------*                                       00092800
           EXIT.                                                        00092900
                                                                        00093000
      *-------------------------*                                       00093100
       6000-WRITE-BREAK.                                                00093200
      *-------------------------*                                       00093300
           ADD 1 TO WS-ALL-BREAKS.                                      00093400
           IF WS-EVENT-DATE NUMERIC                                     00093500
              COMPUTE WS-EVENT-DAYS = (WS-EVENT-YY * 365)               00093600
                                    + (WS-EVENT-MM * 30)                00093700
                                    + WS-EVENT-DD                       00093800
              COMPUTE WS-AGE-DAYS = WS-ASOF-DAYS - WS-EVENT-DAYS        00093900
              IF WS-AGE-DAYS < 0                                        00094000
                 MOVE 0 TO WS-AGE-DAYS                                  00094100
              END-IF                                                    00094200
           ELSE                                                         00094300
              MOVE 0 TO WS-AGE-DAYS                                     00094400
           END-IF.                                                      00094500
                                                                        00094600
           MOVE WS-BRK-TYPE      TO RPT-D-TYPE.                         00094700
           MOVE WS-SAVE-PATNAME  TO RPT-D-PATNAME.                      00094800
           MOVE WS-BRK-DOCTOR    TO RPT-D-DOCTOR.                       00094900
           MOVE WS-BRK-TRTNAME   TO RPT-D-TRTNAME.                      00095000
           MOVE WS-EVENT-DATE    TO RPT-D-DATE.                         00095100
           MOVE WS-AGE-DAYS      TO RPT-D-AGE.                          00095200
           PERFORM 4120-WRITE-DETAIL                                    00095300
              THRU 4120-WRITE-DETAIL-END.                               00095400
                                                                        00095500
           MOVE WS-BRK-DOCTOR TO WS-LOOKUP-DOCTOR.                      00095600
           PERFORM 6500-FIND-DOCTOR-SLOT                                00095700
              THRU 6500-FIND-DOCTOR-SLOT-END.                           00095800
           IF WS-DOC-HIT                                                00095900
              SET DOC-IDX TO WS-DOC-HIT-SUB                             00096000
              EVALUATE WS-BRK-TYPE                                      00096100
                WHEN 'NO TREATMT'                                       00096200
                  ADD 1 TO WS-DT-NOTRT (DOC-IDX)                        00096300
                WHEN 'NOT BILLED'                                       00096400
                  ADD 1 TO WS-DT-NOBILL (DOC-IDX)                       00096500
                WHEN OTHER                                              00096600
                  ADD 1 TO WS-DT-NOVISIT (DOC-IDX)                      00096700
              END-EVALUATE                                              00096800
           END-IF.                                                      00096900
      *-------------------------*                                       00097000
       6000-WRITE-BREAK-END.                                            00097100
      *-------------------------*                                       00097200
           EXIT.                                                        00097300
                                                                        00097400
      *-------------------------*                                       00097500
       6500-FIND-DOCTOR-SLOT.                                           00097600
      *-------------------------*                                       00097700
           MOVE 'N' TO WS-DOC-FOUND.                                    00097800
           PERFORM 6510-DOCTOR-LOOKUP                                   00097900
              THRU 6510-DOCTOR-LOOKUP-END                               00098000
              VARYING DOC-IDX FROM 1 BY 1                               00098100
              UNTIL DOC-IDX > WS-DOC-COUNT                              00098200
                 OR WS-DOC-HIT.                                         00098300
                                                                        00098400
           IF NOT WS-DOC-HIT                                            00098500
              IF WS-DOC-COUNT < WS-DOC-MAX                              00098600
                 ADD 1 TO WS-DOC-COUNT                                  00098700
                 SET DOC-IDX TO WS-DOC-COUNT                            00098800
                 SET WS-DOC-HIT-SUB TO DOC-IDX                          00098900
                 MOVE 'Y' TO WS-DOC-FOUND                               00099000
                 MOVE WS-LOOKUP-DOCTOR TO WS-DT-DOCTOR (DOC-IDX)        00099100
                 MOVE ZERO TO WS-DT-NOTRT (DOC-IDX)                     00099200
                 MOVE ZERO TO WS-DT-NOBILL (DOC-IDX)                    00099300
                 MOVE ZERO TO WS-DT-NOVISIT (DOC-IDX)                   00099400
              ELSE                                                      00099500
                 DISPLAY 'DOCTOR TABLE FULL - NOT TALLIED: '            00099600
                    WS-LOOKUP-DOCTOR                                    00099700
              END-IF                                                    00099800
           END-IF.                                                      00099900
      *-------------------------*                                       00100000
       6500-FIND-DOCTOR-SLOT-END.                                       00100100
      *-------------------------*                                       00100200
           EXIT.                                                        00100300
                                                                        00100400
      *-------------------------*                                       00100500
       6510-DOCTOR-LOOKUP.                                              00100600
      *-------------------------*                                       00100700
           IF WS-DT-DOCTOR (DOC-IDX) = WS-LOOKUP-DOCTOR                 00100800
              MOVE 'Y' TO WS-DOC-FOUND                                  00100900
              SET WS-DOC-HIT-SUB TO DOC-IDX                             00101000
           END-IF.                                                      00101100
      *-------------------------*                                       00101200
       6510-DOCTOR-LOOKUP-END.                                          00101300
      *-------------------------*                                       00101400
           EXIT.                                                        00101500
                                                                        00101600
      *-----------------------*                                         00101700
       7000-WRITE-DOCTOR-TOTALS.                                        00101800
      *-----------------------*                                         00101900
           WRITE RPT01-OUT-REC FROM RPT-DOC-HEADER-1                    00102000
              AFTER ADVANCING PAGE.                                     00102100
           WRITE RPT01-OUT-REC FROM RPT-DOC-HEADER-2                    00102200
              AFTER ADVANCING 2 LINES.                                  00102300
           PERFORM 7100-WRITE-ONE-DOCTOR                                00102400
              THRU 7100-WRITE-ONE-DOCTOR-END                            00102500
              VARYING WS-DOC-SUB FROM 1 BY 1                            00102600
              UNTIL WS-DOC-SUB > WS-DOC-COUNT.                          00102700
                                                                        00102800
           MOVE WS-NO-KEPT-NOT-TREATED   TO RPT-T-NOTRT.                00102900
           MOVE WS-NO-TREATED-NOT-BILLED TO RPT-T-NOBILL.               00103000
           MOVE WS-NO-BILLED-NO-VISIT    TO RPT-T-NOVISIT.              00103100
           MOVE WS-ALL-BREAKS            TO RPT-T-TOTAL.                00103200
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE                      00103300
              AFTER ADVANCING 2 LINES.                                  00103400
      *-----------------------*                                         00103500
       7000-WRITE-DOCTOR-TOTALS-END.                                    00103600
      *-----------------------*                                         00103700
           EXIT.                                                        00103800
                                                                        00103900
      *-----------------------*                                         00104000
       7100-WRITE-ONE-DOCTOR.                                           00104100
      *-----------------------*                                         00104200
           SET DOC-IDX TO WS-DOC-SUB.                                   00104300
           MOVE SPACE TO RPT-DD-CODE.                                   00104400
           PERFORM 7110-CODE-LOOKUP                                     00104500
              THRU 7110-CODE-LOOKUP-END                                 00104600
              VARYING DM-IDX FROM 1 BY 1                                00104700
              UNTIL DM-IDX > WS-DM-COUNT.                               00104800
           COMPUTE WS-DOC-LINE-TOTAL = WS-DT-NOTRT (DOC-IDX)            00104900
                                     + WS-DT-NOBILL (DOC-IDX)           00105000
                                     + WS-DT-NOVISIT (DOC-IDX).         00105100
           MOVE WS-DT-DOCTOR (DOC-IDX)  TO RPT-DD-DOCTOR.               00105200
           MOVE WS-DT-NOTRT (DOC-IDX)   TO RPT-DD-NOTRT.                00105300
           MOVE WS-DT-NOBILL (DOC-IDX)  TO RPT-DD-NOBILL.               00105400
           MOVE WS-DT-NOVISIT (DOC-IDX) TO RPT-DD-NOVISIT.              00105500
           MOVE WS-DOC-LINE-TOTAL       TO RPT-DD-TOTAL.                00105600
           WRITE RPT01-OUT-REC FROM RPT-DOC-LINE                        00105700
              AFTER ADVANCING 1 LINE.                                   00105800
      *-----------------------*                                         00105900
       7100-WRITE-ONE-DOCTOR-END.                                       00106000
      *-----------------------*                                         00106100
           EXIT.                                                        00106200
                                                                        00106300
      *-----------------------*                                         00106400
       7110-CODE-LOOKUP.                                                00106500
      *-----------------------*                                         00106600
           IF WS-DM-NAME (DM-IDX) = WS-DT-DOCTOR (DOC-IDX)              00106700
              MOVE WS-DM-CODE (DM-IDX) TO RPT-DD-CODE                   00106800
           END-IF.                                                      00106900
      *-----------------------*                                         00107000
       7110-CODE-LOOKUP-END.                                            00107100
      *-----------------------*                                         00107200
           EXIT.                                                        00107300
                                                                        00107400
      *-------------------*                                             00107500
       9999-ABEND.                                                      00107600
      *-------------------*                                             00107700
      D    DISPLAY "WE ARE IN ABEND".                                   00107800
      *    WE FORCE AN ABEND                                            00107900
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00108000
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00108100
           GOBACK.                                                      00108200
      *-------------------*                                             00108300
       9999-ABEND-END.                                                  00108400
      *-------------------*                                             00108500
           EXIT.                                                        00108600
