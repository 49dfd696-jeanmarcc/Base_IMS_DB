      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PDECEAS.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Passe de nuit des patients decedes. Le deces est           00000900
      *      inscrit au segment PATIENT (indicateur de deces) et        00001000
      *      dans le registre DTHLOG, en batch par PPATMNT ou en        00001100
      *      ligne par PDTHENT; la date de deces elle-meme ne           00001200
      *      tient que dans DTHLOG, le segment PATIENT n'ayant          00001300
      *      plus qu'un octet libre.                                    00001400
      *      Pour chaque deces inscrit a la date du CTLCARD:            00001500
      *        - le solde net du patient (BILLING moins PAYMENT,        00001600
      *          meme calcul que PBMSTMT) est porte a la liste de       00001700
      *          reclamation a la succession, avec l'adresse            00001800
      *          courante (segment ADDRESS de date d'effet la plus      00001900
      *          recente); un solde crediteur est liste comme           00002000
      *          remboursement a la succession;                         00002100
      *        - un deces du registre dont le segment PATIENT ne        00002200
      *          porte pas l'indicateur est liste en exception.         00002300
      *      Puis le maitre des rendez-vous (APPTMSTR) est recopie:     00002400
      *      tout rendez-vous encore reserve (statut B) d'un            00002500
      *      patient du registre, a la date du deces ou apres,          00002600
      *      passe au statut C (annule) et est liste.                   00002700
      *      Les etats de compte (PBMSTMT), le recouvrement             00002800
      *      (PBCOLL), les rappels (PAPPTRMD) et les relances de        00002900
      *      prescriptions (PRXAGE) ecartent eux-memes le patient       00003000
      *      d'apres l'indicateur de deces.                             00003100
      *                                                                 00003200
      * Fichier entree: CTLCARD, date du traitement (YYYYMMDD)          00003300
      * Fichier entree: DTHLOG, registre des deces                      00003400
      * Fichier entree: APPTIN, maitre des rendez-vous courant          00003500
      * Fichier sortie: APPTOUT, nouveau maitre des rendez-vous         00003600
      * Fichier sortie: ESTRPT, reclamations a la succession et         00003700
      *      rendez-vous annules                                        00003800
      *----------------------------------------------------------*      00003900
      *--------------------*                                            00004000
       ENVIRONMENT DIVISION.                                            00004100
      *--------------------*                                            00004200
       CONFIGURATION SECTION.                                           00004300
       OBJECT-COMPUTER.                                                 00004400
       SOURCE-COMPUTER.                                                 00004500
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004600
       INPUT-OUTPUT SECTION.                                            00004700
       FILE-CONTROL.                                                    00004800
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004900
           ORGANIZATION IS SEQUENTIAL                                   00005000
           FILE STATUS IS WS-CTL-FS.                                    00005100
           SELECT DTHLOG ASSIGN TO DTHLOG                               00005200
           ORGANIZATION IS SEQUENTIAL                                   00005300
           FILE STATUS IS WS-DTH-FS.                                    00005400
           SELECT APPT-IN ASSIGN TO APPTIN                              00005500
           ORGANIZATION IS SEQUENTIAL                                   00005600
           FILE STATUS IS WS-APT-FS.                                    00005700
           SELECT APPT-OUT ASSIGN TO APPTOUT                            00005800
           ORGANIZATION IS SEQUENTIAL                                   00005900
           FILE STATUS IS WS-APTO-FS.                                   00006000
           SELECT RPT01-OUT ASSIGN TO ESTRPT                            00006100
           ORGANIZATION IS LINE SEQUENTIAL                              00006200
           FILE STATUS IS WS-RPT01-FS.                                  00006300
      *----------------*                                                00006400
       DATA DIVISION.                                                   00006500
      *----------------*                                                00006600
       FILE SECTION.                                                    00006700
                                                                        00006800
       FD  CTLCARD RECORDING MODE F.                                    00006900
       01  CTL-CARD-REC.                                                00007000
           05 CTL-RUN-DATE              PIC X(08).                      00007100
           05 FILLER                    PIC X(72).                      00007200
                                                                        00007300
      *    registre des deces, ecrit par PPATMNT et PDTHENT             00007400
       FD  DTHLOG RECORDING MODE F.                                     00007500
       01  DTH-REC.                                                     00007600
           05 DTH-PATIENID     PIC X(05).                               00007700
           05 FILLER           PIC X(01).                               00007800
           05 DTH-DEATH-DATE   PIC 9(08).                               00007900
           05 FILLER           PIC X(01).                               00008000
           05 DTH-REC-DATE     PIC 9(08).                               00008100
           05 FILLER           PIC X(01).                               00008200
      *       B=batch (PPATMNT), O=en ligne (PDTHENT)                   00008300
           05 DTH-SOURCE       PIC X(01).                               00008400
           05 FILLER           PIC X(01).                               00008500
           05 DTH-ORIGIN       PIC X(08).                               00008600
           05 FILLER           PIC X(46).                               00008700
                                                                        00008800
      *    un rendez-vous par enregistrement, format PAPPTMNT           00008900
       FD  APPT-IN RECORDING MODE F.                                    00009000
       01  APPT-IN-REC.                                                 00009100
           05 APT-PATIENID      PIC X(05).                              00009200
           05 FILLER            PIC X(01).                              00009300
           05 APT-DATE          PIC X(08).                              00009400
           05 FILLER            PIC X(01).                              00009500
           05 APT-TIME          PIC X(04).                              00009600
           05 FILLER            PIC X(01).                              00009700
           05 APT-DOCTOR        PIC X(20).                              00009800
           05 FILLER            PIC X(01).                              00009900
           05 APT-TRTNAME       PIC X(20).                              00010000
           05 FILLER            PIC X(01).                              00010100
           05 APT-STATUS        PIC X(01).                              00010200
           05 FILLER            PIC X(17).                              00010300
                                                                        00010400
       FD  APPT-OUT RECORDING MODE F.                                   00010500
       01  APPT-OUT-REC                 PIC X(80).                      00010600
                                                                        00010700
       FD  RPT01-OUT RECORDING MODE F.                                  00010800
       01  RPT01-OUT-REC                PIC X(80).                      00010900
                                                                        00011000
      *-----------------------*                                         00011100
       WORKING-STORAGE SECTION.                                         00011200
      *-----------------------*                                         00011300
       01 WS-FILE-STATUS.                                               00011400
          05 WS-CTL-FS                 PIC X(2).                        00011500
          05 WS-DTH-FS                 PIC X(2).                        00011600
          05 WS-APT-FS                 PIC X(2).                        00011700
          05 WS-APTO-FS                PIC X(2).                        00011800
          05 WS-RPT01-FS               PIC X(2).                        00011900
                                                                        00012000
       01 WS-DTH-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012100
          88 WS-DTH-EOF                 VALUE 'TRUE'.                   00012200
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012300
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00012400
                                                                        00012500
       01 WS-RUN-DATE                   PIC X(08).                      00012600
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE                           00012700
                                        PIC 9(08).                      00012800
                                                                        00012900
       01 WS-COUNTERS.                                                  00013000
           05 WS-NO-READ-DTH               PIC 9(8).                    00013100
           05 WS-NO-NEW-DEATHS             PIC 9(8).                    00013200
           05 WS-NO-CLAIMS                 PIC 9(8).                    00013300
           05 WS-NO-REFUNDS                PIC 9(8).                    00013400
           05 WS-NO-NO-BALANCE             PIC 9(8).                    00013500
           05 WS-NO-EXCEPTIONS             PIC 9(8).                    00013600
           05 WS-NO-READ-APPT              PIC 9(8).                    00013700
           05 WS-NO-CANCELLED              PIC 9(8).                    00013800
                                                                        00013900
       01 WS-CLAIM-TOTAL                PIC S9(11)V99 VALUE 0.          00014000
       01 WS-REFUND-TOTAL               PIC S9(11)V99 VALUE 0.          00014100
                                                                        00014200
      *    every death on the register up to the run date: the          00014300
      *    bookings of all of them are cancelled, so a night            00014400
      *    missed is caught up by the next one                          00014500
       01 WS-DTH-TABLE.                                                 00014600
          05 WS-DTH-MAX         PIC 9(04) COMP VALUE 2000.              00014700
          05 WS-DTH-COUNT       PIC 9(04) COMP VALUE 0.                 00014800
          05 WS-DTH-ENTRY OCCURS 2000 TIMES INDEXED BY DTH-IDX.         00014900
             10 WS-DT-PATIENID  PIC X(05).                              00015000
             10 WS-DT-DEATH-DATE PIC 9(08).                             00015100
             10 WS-DT-REC-DATE  PIC 9(08).                              00015200
       01 WS-DTH-FOUND                  PIC X(01) VALUE 'N'.            00015300
          88 WS-DTH-HIT                 VALUE 'Y'.                      00015400
       01 WS-DTH-HIT-SUB                PIC 9(04) COMP VALUE 0.         00015500
       01 WS-DTH-SUB                    PIC 9(04) COMP VALUE 0.         00015600
       01 WS-LOOKUP-PATIENID            PIC X(05).                      00015700
       01 WS-APT-DATE-N                 PIC 9(08).                      00015800
                                                                        00015900
       01 WS-PAT-BILLED                 PIC S9(9)V99 VALUE 0.           00016000
       01 WS-PAT-PAID                   PIC S9(9)V99 VALUE 0.           00016100
       01 WS-PAT-BALANCE                PIC S9(9)V99 VALUE 0.           00016200
       01 WS-SAVE-PATNAME               PIC X(20).                      00016300
       01 WS-SAVE-DEATH-FLAG            PIC X(01).                      00016400
          88 WS-SAVE-DECEASED           VALUE 'D'.                      00016500
                                                                        00016600
      *    adresse courante du patient (date d'effet la plus            00016700
      *    recente), portee sur la reclamation                          00016800
       01 WS-CUR-ADDRESS.                                               00016900
          05 WS-CA-STREET    PIC X(20).                                 00017000
          05 WS-CA-CITY      PIC X(15).                                 00017100
          05 WS-CA-REGION    PIC X(02).                                 00017200
          05 WS-CA-POSTAL    PIC X(07).                                 00017300
       01 WS-ADR-BEST-EFFDATE           PIC X(08).                      00017400
       01 WS-ADDRESS-READ-SEG.                                          00017500
          05 WS-AR-EFFDATE   PIC X(08).                                 00017600
          05 WS-AR-STREET    PIC X(20).                                 00017700
          05 WS-AR-CITY      PIC X(15).                                 00017800
          05 WS-AR-REGION    PIC X(02).                                 00017900
          05 WS-AR-POSTAL    PIC X(07).                                 00018000
          05 FILLER          PIC X(08).                                 00018100
                                                                        00018200
       01 WS-RPT-COUNTERS.                                              00018300
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00018400
           05 WS-RPT-PAGE-CNT           PIC 9(03) COMP.                 00018500
       01 WS-RPT-LINES-PER-PAGE         PIC 9(03) VALUE 50.             00018600
                                                                        00018700
       01 RPT-HEADER-1.                                                 00018800
           05 FILLER           PIC X(32) VALUE                          00018900
                'DECEASED PATIENTS        DATE:  '.                     00019000
           05 RPT-H1-DATE      PIC X(08).                               00019100
           05 FILLER           PIC X(05) VALUE SPACE.                   00019200
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00019300
           05 RPT-H1-PAGE      PIC ZZZ9.                                00019400
           05 FILLER           PIC X(26) VALUE SPACE.                   00019500
       01 RPT-SECTION-LINE.                                             00019600
           05 RPT-S-TITLE      PIC X(40).                               00019700
           05 FILLER           PIC X(40) VALUE SPACE.                   00019800
       01 RPT-CLAIM-HEADER.                                             00019900
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00020000
           05 FILLER           PIC X(21) VALUE 'NAME'.                  00020100
           05 FILLER           PIC X(09) VALUE 'DIED'.                  00020200
           05 FILLER           PIC X(14) VALUE '       BALANCE'.        00020300
           05 FILLER           PIC X(30) VALUE '  ACTION'.              00020400
       01 RPT-CLAIM-LINE.                                               00020500
           05 RPT-E-PATIENTID  PIC X(05).                               00020600
           05 FILLER           PIC X(01) VALUE SPACE.                   00020700
           05 RPT-E-PATNAME    PIC X(20).                               00020800
           05 FILLER           PIC X(01) VALUE SPACE.                   00020900
           05 RPT-E-DEATH-DATE PIC X(08).                               00021000
           05 FILLER           PIC X(01) VALUE SPACE.                   00021100
           05 RPT-E-BALANCE    PIC -ZZZZZZZZ9.99.                       00021200
           05 FILLER           PIC X(02) VALUE SPACE.                   00021300
           05 RPT-E-ACTION     PIC X(28).                               00021400
           05 FILLER           PIC X(01) VALUE SPACE.                   00021500
       01 RPT-ADDRESS-LINE.                                             00021600
           05 FILLER           PIC X(06) VALUE SPACE.                   00021700
           05 RPT-A-STREET     PIC X(20).                               00021800
           05 FILLER           PIC X(01) VALUE SPACE.                   00021900
           05 RPT-A-CITY       PIC X(15).                               00022000
           05 FILLER           PIC X(01) VALUE SPACE.                   00022100
           05 RPT-A-REGION     PIC X(02).                               00022200
           05 FILLER           PIC X(01) VALUE SPACE.                   00022300
           05 RPT-A-POSTAL     PIC X(07).                               00022400
           05 FILLER           PIC X(27) VALUE SPACE.                   00022500
       01 RPT-APPT-HEADER.                                              00022600
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00022700
           05 FILLER           PIC X(09) VALUE 'DATE'.                  00022800
           05 FILLER           PIC X(05) VALUE 'TIME'.                  00022900
           05 FILLER           PIC X(21) VALUE 'DOCTOR'.                00023000
           05 FILLER           PIC X(39) VALUE 'TREATMENT'.             00023100
       01 RPT-APPT-LINE.                                                00023200
           05 RPT-P-PATIENTID  PIC X(05).                               00023300
           05 FILLER           PIC X(01) VALUE SPACE.                   00023400
           05 RPT-P-DATE       PIC X(08).                               00023500
           05 FILLER           PIC X(01) VALUE SPACE.                   00023600
           05 RPT-P-TIME       PIC X(04).                               00023700
           05 FILLER           PIC X(01) VALUE SPACE.                   00023800
           05 RPT-P-DOCTOR     PIC X(20).                               00023900
           05 FILLER           PIC X(01) VALUE SPACE.                   00024000
           05 RPT-P-TRTNAME    PIC X(20).                               00024100
           05 FILLER           PIC X(19) VALUE SPACE.                   00024200
       01 RPT-COUNT-LINE.                                               00024300
           05 RPT-C-LABEL      PIC X(30).                               00024400
           05 RPT-C-CNT        PIC ZZZZZZZ9.                            00024500
           05 FILLER           PIC X(42) VALUE SPACE.                   00024600
       01 RPT-AMOUNT-LINE.                                              00024700
           05 RPT-M-LABEL      PIC X(30).                               00024800
           05 RPT-M-AMT        PIC -ZZZZZZZZZ9.99.                      00024900
           05 FILLER           PIC X(36) VALUE SPACE.                   00025000
                                                                        00025100
       01 QUAL-SSA-PATIENT.                                             00025200
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00025300
           05  FILLER      PIC X(01) VALUE '('.                         00025400
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00025500
           05  OPER        PIC X(02) VALUE 'EQ'.                        00025600
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00025700
           05  FILLER      PIC X(01) VALUE ')'.                         00025800
                                                                        00025900
       01 UNQUAL-SSA-BILLING.                                           00026000
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00026100
           05 FILLER PIC X VALUE SPACE.                                 00026200
                                                                        00026300
       01 UNQUAL-SSA-PAYMENT.                                           00026400
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00026500
           05 FILLER PIC X VALUE SPACE.                                 00026600
                                                                        00026700
       01 UNQUAL-SSA-ADDRESS.                                           00026800
           05 SEGMENT-NAME PIC X(8) VALUE 'ADDRESS'.                    00026900
           05 FILLER PIC X VALUE SPACE.                                 00027000
                                                                        00027100
       01 DLI-FUNCTIONS.                                                00027200
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00027300
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00027400
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00027500
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00027600
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00027700
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00027800
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00027900
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00028000
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00028100
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00028200
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00028300
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00028400
                                                                        00028500
       01 SEG-IO-AREA     PIC X(60).                                    00028600
                                                                        00028700
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00028800
           05 WS-PATIENT-ID        PIC X(05).                           00028900
           05 WS-PATNAME           PIC X(20).                           00029000
           05 WS-PATDOB            PIC X(08).                           00029100
           05 WS-PATPHONE          PIC X(10).                           00029200
           05 WS-PATINSUR          PIC X(15).                           00029300
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00029400
           05 FILLER               PIC X(01).                           00029500
                                                                        00029600
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00029700
          05 WS-INVOICENO PIC X(08).                                    00029800
          05 WS-AMOUNT    PIC S9(7)V99.                                 00029900
          05 WS-BILLDATE  PIC X(08).                                    00030000
          05 FILLER       PIC X(35).                                    00030100
                                                                        00030200
       01 WS-PAYMENT-READ-SEG.                                          00030300
          05 WS-PR-PAYDATE   PIC X(08).                                 00030400
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00030500
          05 FILLER          PIC X(43).                                 00030600
                                                                        00030700
       01 WS-DLI-FUNCTION PIC X(4).                                     00030800
                                                                        00030900
      *-----------------------*                                         00031000
       LINKAGE SECTION.                                                 00031100
      *-----------------------*                                         00031200
                                                                        00031300
      * psb to get the patient, billing, payment and address            00031400
        01 PCB-MASK-GI.                                                 00031500
           03 DBD-NAME        PIC X(8).                                 00031600
           03 SEG-LEVEL       PIC XX.                                   00031700
           03 STATUS-CODE     PIC XX.                                   00031800
           03 PROC-OPT        PIC X(4).                                 00031900
           03 FILLER          PIC X(4).                                 00032000
           03 SEG-NAME        PIC X(8).                                 00032100
           03 KEY-FDBK        PIC S9(5) COMP.                           00032200
           03 NUM-SENSEG      PIC S9(5) COMP.                           00032300
           03 KEY-FDBK-AREA.                                            00032400
              05 PATIENT-KEY    PIC X(5).                               00032500
              05 MEDICAL-KEY    PIC X(6).                               00032600
              05 DRUG-KEY       PIC X(8).                               00032700
              05 BILLING-KEY    PIC X(8).                               00032800
                                                                        00032900
      *-----------------------*                                         00033000
       PROCEDURE DIVISION.                                              00033100
      *-----------------------*                                         00033200
                                                                        00033300
           INITIALIZE PCB-MASK-GI.                                      00033400
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00033500
                                                                        00033600
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00033700
                                                                        00033800
           PERFORM 1000-INIT                                            00033900
              THRU 1000-INIT-END.                                       00034000
                                                                        00034100
           DISPLAY '1_____ESTATE CLAIMS FOR TODAY S DEATHS'.            00034200
           MOVE 'ESTATE CLAIMS' TO RPT-S-TITLE.                         00034300
           PERFORM 4100-WRITE-SECTION                                   00034400
              THRU 4100-WRITE-SECTION-END.                              00034500
           WRITE RPT01-OUT-REC FROM RPT-CLAIM-HEADER                    00034600
              AFTER ADVANCING 1 LINE.                                   00034700
           ADD 1 TO WS-RPT-LINE-CNT.                                    00034800
           PERFORM 2000-CLAIM-ONE-DEATH                                 00034900
              THRU 2000-CLAIM-ONE-DEATH-END                             00035000
              VARYING WS-DTH-SUB FROM 1 BY 1                            00035100
              UNTIL WS-DTH-SUB > WS-DTH-COUNT.                          00035200
                                                                        00035300
           DISPLAY '2_____CANCEL BOOKINGS AND REWRITE MASTER'.          00035400
           MOVE 'BOOKINGS CANCELLED' TO RPT-S-TITLE.                    00035500
           PERFORM 4100-WRITE-SECTION                                   00035600
              THRU 4100-WRITE-SECTION-END.                              00035700
           WRITE RPT01-OUT-REC FROM RPT-APPT-HEADER                     00035800
              AFTER ADVANCING 1 LINE.                                   00035900
           ADD 1 TO WS-RPT-LINE-CNT.                                    00036000
           PERFORM 3000-PROCESS-APPOINTMENT                             00036100
              THRU 3000-PROCESS-APPOINTMENT-END                         00036200
              UNTIL WS-APT-EOF.                                         00036300
                                                                        00036400
           CLOSE APPT-IN.                                               00036500
           CLOSE APPT-OUT.                                              00036600
                                                                        00036700
           PERFORM 7000-WRITE-TOTALS                                    00036800
              THRU 7000-WRITE-TOTALS-END.                               00036900
           CLOSE RPT01-OUT.                                             00037000
                                                                        00037100
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00037200
           DISPLAY 'DEATHS ON REGISTER : ' WS-NO-READ-DTH.              00037300
           DISPLAY 'RECORDED TODAY     : ' WS-NO-NEW-DEATHS.            00037400
           DISPLAY 'ESTATE CLAIMS      : ' WS-NO-CLAIMS.                00037500
           DISPLAY 'ESTATE REFUNDS     : ' WS-NO-REFUNDS.               00037600
           DISPLAY 'NO BALANCE         : ' WS-NO-NO-BALANCE.            00037700
           DISPLAY 'EXCEPTIONS         : ' WS-NO-EXCEPTIONS.            00037800
           DISPLAY 'APPOINTMENTS READ  : ' WS-NO-READ-APPT.             00037900
           DISPLAY 'BOOKINGS CANCELLED : ' WS-NO-CANCELLED.             00038000
                                                                        00038100
           IF WS-NO-EXCEPTIONS > 0                                      00038200
              MOVE 4 TO RETURN-CODE                                     00038300
           END-IF.                                                      00038400
                                                                        00038500
           GOBACK.                                                      00038600
                                                                        00038700
      *------------*                                                    00038800
       1000-INIT.                                                       00038900
      *------------*                                                    00039000
           DISPLAY "***** INIT PROCESS *****".                          00039100
                                                                        00039200
           MOVE SPACE TO WS-FILE-STATUS.                                00039300
           MOVE ZEROES TO WS-COUNTERS.                                  00039400
           INITIALIZE WS-RPT-COUNTERS.                                  00039500
                                                                        00039600
           OPEN INPUT CTLCARD.                                          00039700
                                                                        00039800
           IF WS-CTL-FS NOT = "00"                                      00039900
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00040000
             PERFORM 9999-ABEND                                         00040100
                THRU 9999-ABEND-END                                     00040200
           END-IF.                                                      00040300
                                                                        00040400
           READ CTLCARD INTO CTL-CARD-REC                               00040500
              AT END                                                    00040600
      D         DISPLAY "CTLCARD IS EMPTY - NO RUN DATE SUPPLIED"       00040700
                PERFORM 9999-ABEND                                      00040800
                   THRU 9999-ABEND-END                                  00040900
           END-READ.                                                    00041000
                                                                        00041100
           MOVE CTL-RUN-DATE TO WS-RUN-DATE.                            00041200
           CLOSE CTLCARD.                                               00041300
                                                                        00041400
           IF WS-RUN-DATE NOT NUMERIC                                   00041500
              DISPLAY 'CTLCARD RUN DATE NOT NUMERIC: ' WS-RUN-DATE      00041600
              PERFORM 9999-ABEND                                        00041700
                 THRU 9999-ABEND-END                                    00041800
           END-IF.                                                      00041900
                                                                        00042000
      *    no register yet simply means no death was ever recorded      00042100
           OPEN INPUT DTHLOG.                                           00042200
           IF WS-DTH-FS = '00'                                          00042300
              PERFORM 1100-LOAD-DTH-TABLE                               00042400
                 THRU 1100-LOAD-DTH-TABLE-END                           00042500
                 UNTIL WS-DTH-EOF                                       00042600
              CLOSE DTHLOG                                              00042700
           ELSE                                                         00042800
              DISPLAY 'DTHLOG NOT AVAILABLE - NO DEATHS ON FILE'        00042900
           END-IF.                                                      00043000
           DISPLAY 'DECEASED PATIENTS ON REGISTER: ' WS-DTH-COUNT.      00043100
                                                                        00043200
           OPEN INPUT APPT-IN.                                          00043300
           IF WS-APT-FS NOT = '00'                                      00043400
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00043500
              PERFORM 9999-ABEND                                        00043600
                 THRU 9999-ABEND-END                                    00043700
           END-IF.                                                      00043800
                                                                        00043900
           OPEN OUTPUT APPT-OUT.                                        00044000
           OPEN OUTPUT RPT01-OUT.                                       00044100
                                                                        00044200
      *    first read of the appointment master                         00044300
           PERFORM 8100-READ-APPT                                       00044400
              THRU 8100-READ-APPT-END.                                  00044500
                                                                        00044600
           DISPLAY "***** FIN INIT PROCESS *****".                      00044700
                                                                        00044800
      *----------------*                                                00044900
       1000-INIT-END.                                                   00045000
      *----------------*                                                00045100
           EXIT.                                                        00045200
                                                                        00045300
      *-----------------------*                                         00045400
       1100-LOAD-DTH-TABLE.                                             00045500
      *-----------------------*                                         00045600
           READ DTHLOG                                                  00045700
           END-READ.                                                    00045800
                                                                        00045900
           EVALUATE TRUE                                                00046000
             WHEN WS-DTH-FS = '00'                                      00046100
               ADD 1 TO WS-NO-READ-DTH                                  00046200
             WHEN WS-DTH-FS = '10'                                      00046300
               SET WS-DTH-EOF TO TRUE                                   00046400
               GO TO 1100-LOAD-DTH-TABLE-END                            00046500
             WHEN OTHER                                                 00046600
      D        DISPLAY "ERROR READ FILE DTHLOG !!!: " WS-DTH-FS         00046700
               PERFORM 9999-ABEND                                       00046800
                  THRU 9999-ABEND-END                                   00046900
           END-EVALUATE.                                                00047000
                                                                        00047100
      *    a death recorded after the run date waits for its night      00047200
           IF DTH-DEATH-DATE NOT NUMERIC                                00047300
              OR DTH-REC-DATE NOT NUMERIC                               00047400
              DISPLAY 'DTHLOG RECORD NOT NUMERIC - IGNORED: '           00047500
                 DTH-PATIENID                                           00047600
              GO TO 1100-LOAD-DTH-TABLE-END                             00047700
           END-IF.                                                      00047800
           IF DTH-REC-DATE > WS-RUN-DATE-N                              00047900
              GO TO 1100-LOAD-DTH-TABLE-END                             00048000
           END-IF.                                                      00048100
                                                                        00048200
           MOVE DTH-PATIENID TO WS-LOOKUP-PATIENID.                     00048300
           PERFORM 5000-FIND-DEATH                                      00048400
              THRU 5000-FIND-DEATH-END.                                 00048500
           IF WS-DTH-HIT                                                00048600
              DISPLAY 'DEATH RECORDED TWICE - FIRST KEPT: '             00048700
                 DTH-PATIENID                                           00048800
              GO TO 1100-LOAD-DTH-TABLE-END                             00048900
           END-IF.                                                      00049000
                                                                        00049100
           IF WS-DTH-COUNT < WS-DTH-MAX                                 00049200
              ADD 1 TO WS-DTH-COUNT                                     00049300
              SET DTH-IDX TO WS-DTH-COUNT                               00049400
              MOVE DTH-PATIENID   TO WS-DT-PATIENID (DTH-IDX)           00049500
              MOVE DTH-DEATH-DATE TO WS-DT-DEATH-DATE (DTH-IDX)         00049600
              MOVE DTH-REC-DATE   TO WS-DT-REC-DATE (DTH-IDX)           00049700
           ELSE                                                         00049800
      *       a dropped death would keep its bookings - stop instead    00049900
              DISPLAY 'DEATH TABLE FULL - RUN STOPPED: '                00050000
                 DTH-PATIENID                                           00050100
              MOVE 16 TO RETURN-CODE                                    00050200
              PERFORM 9999-ABEND                                        00050300
                 THRU 9999-ABEND-END                                    00050400
           END-IF.                                                      00050500
      *-----------------------*                                         00050600
       1100-LOAD-DTH-TABLE-END.                                         00050700
      *-----------------------*                                         00050800
           EXIT.                                                        00050900
                                                                        00051000
      *-----------------------*                                         00051100
       2000-CLAIM-ONE-DEATH.                                            00051200
      *-----------------------*                                         00051300
      *    only the deaths recorded on the run date are claimed;        00051400
      *    the earlier ones were claimed on their own night             00051500
           SET DTH-IDX TO WS-DTH-SUB.                                   00051600
           IF WS-DT-REC-DATE (DTH-IDX) NOT = WS-RUN-DATE-N              00051700
              GO TO 2000-CLAIM-ONE-DEATH-END                            00051800
           END-IF.                                                      00051900
           ADD 1 TO WS-NO-NEW-DEATHS.                                   00052000
                                                                        00052100
           MOVE WS-DT-PATIENID (DTH-IDX)                                00052200
              TO FIELD-VAL OF QUAL-SSA-PATIENT.                         00052300
           MOVE WS-DT-PATIENID (DTH-IDX) TO RPT-E-PATIENTID.            00052400
           MOVE WS-DT-DEATH-DATE (DTH-IDX) TO RPT-E-DEATH-DATE.         00052500
           MOVE ZERO TO RPT-E-BALANCE.                                  00052600
           INITIALIZE SEG-IO-AREA.                                      00052700
           CALL 'CBLTDLI' USING DLI-GU,                                 00052800
                                PCB-MASK-GI,                            00052900
                                SEG-IO-AREA,                            00053000
                                QUAL-SSA-PATIENT.                       00053100
                                                                        00053200
           IF STATUS-CODE NOT = '  '                                    00053300
              MOVE SPACE TO RPT-E-PATNAME                               00053400
              MOVE 'EXCEPTION - NOT ON DATABASE' TO RPT-E-ACTION        00053500
              ADD 1 TO WS-NO-EXCEPTIONS                                 00053600
              PERFORM 4200-WRITE-CLAIM                                  00053700
                 THRU 4200-WRITE-CLAIM-END                              00053800
              GO TO 2000-CLAIM-ONE-DEATH-END                            00053900
           END-IF.                                                      00054000
                                                                        00054100
           MOVE WS-PATNAME        TO WS-SAVE-PATNAME.                   00054200
           MOVE WS-PAT-DEATH-FLAG TO WS-SAVE-DEATH-FLAG.                00054300
           MOVE WS-SAVE-PATNAME   TO RPT-E-PATNAME.                     00054400
           IF NOT WS-SAVE-DECEASED                                      00054500
              MOVE 'EXCEPTION - FLAG NOT SET' TO RPT-E-ACTION           00054600
              ADD 1 TO WS-NO-EXCEPTIONS                                 00054700
              PERFORM 4200-WRITE-CLAIM                                  00054800
                 THRU 4200-WRITE-CLAIM-END                              00054900
              GO TO 2000-CLAIM-ONE-DEATH-END                            00055000
           END-IF.                                                      00055100
                                                                        00055200
      *    the address first, then back to the top of the               00055300
      *    patient for the billing pass                                 00055400
           PERFORM 2160-GET-CURRENT-ADDRESS                             00055500
              THRU 2160-GET-CURRENT-ADDRESS-END.                        00055600
           CALL 'CBLTDLI' USING DLI-GU,                                 00055700
                                PCB-MASK-GI,                            00055800
                                SEG-IO-AREA,                            00055900
                                QUAL-SSA-PATIENT.                       00056000
                                                                        00056100
           MOVE ZERO TO WS-PAT-BILLED.                                  00056200
           MOVE ZERO TO WS-PAT-PAID.                                    00056300
           PERFORM 2200-SUM-BILLING                                     00056400
              THRU 2200-SUM-BILLING-END                                 00056500
              UNTIL STATUS-CODE NOT = SPACE.                            00056600
           MOVE '  ' TO STATUS-CODE.                                    00056700
           COMPUTE WS-PAT-BALANCE = WS-PAT-BILLED - WS-PAT-PAID.        00056800
           MOVE WS-PAT-BALANCE TO RPT-E-BALANCE.                        00056900
                                                                        00057000
           EVALUATE TRUE                                                00057100
             WHEN WS-PAT-BALANCE > 0                                    00057200
               ADD 1 TO WS-NO-CLAIMS                                    00057300
               ADD WS-PAT-BALANCE TO WS-CLAIM-TOTAL                     00057400
               MOVE 'FILE CLAIM AGAINST ESTATE' TO RPT-E-ACTION         00057500
             WHEN WS-PAT-BALANCE < 0                                    00057600
               ADD 1 TO WS-NO-REFUNDS                                   00057700
               ADD WS-PAT-BALANCE TO WS-REFUND-TOTAL                    00057800
               MOVE 'CREDIT - REFUND TO ESTATE' TO RPT-E-ACTION         00057900
             WHEN OTHER                                                 00058000
               ADD 1 TO WS-NO-NO-BALANCE                                00058100
               MOVE 'NO BALANCE' TO RPT-E-ACTION                        00058200
           END-EVALUATE.                                                00058300
           PERFORM 4200-WRITE-CLAIM                                     00058400
              THRU 4200-WRITE-CLAIM-END.                                00058500
      *-----------------------*                                         00058600
       2000-CLAIM-ONE-DEATH-END.                                        00058700
      *-----------------------*                                         00058800
           EXIT.                                                        00058900
                                                                        00059000
      *-------------------------*                                       00059100
       2160-GET-CURRENT-ADDRESS.                                        00059200
      *-------------------------*                                       00059300
      *    the newest effective date is the current address             00059400
           MOVE SPACE TO WS-CUR-ADDRESS.                                00059500
           MOVE LOW-VALUE TO WS-ADR-BEST-EFFDATE.                       00059600
           PERFORM 2170-READ-ONE-ADDRESS                                00059700
              THRU 2170-READ-ONE-ADDRESS-END                            00059800
              UNTIL STATUS-CODE NOT = SPACE.                            00059900
           MOVE '  ' TO STATUS-CODE.                                    00060000
      *-------------------------*                                       00060100
       2160-GET-CURRENT-ADDRESS-END.                                    00060200
      *-------------------------*                                       00060300
           EXIT.                                                        00060400
                                                                        00060500
      *-------------------------*                                       00060600
       2170-READ-ONE-ADDRESS.                                           00060700
      *-------------------------*                                       00060800
           INITIALIZE SEG-IO-AREA.                                      00060900
           CALL 'CBLTDLI' USING DLI-GN,                                 00061000
                                PCB-MASK-GI,                            00061100
                                SEG-IO-AREA,                            00061200
                                QUAL-SSA-PATIENT,                       00061300
                                UNQUAL-SSA-ADDRESS.                     00061400
                                                                        00061500
           IF STATUS-CODE = '  '                                        00061600
              MOVE SEG-IO-AREA TO WS-ADDRESS-READ-SEG                   00061700
              IF WS-AR-EFFDATE > WS-ADR-BEST-EFFDATE                    00061800
                 MOVE WS-AR-EFFDATE TO WS-ADR-BEST-EFFDATE              00061900
                 MOVE WS-AR-STREET  TO WS-CA-STREET                     00062000
                 MOVE WS-AR-CITY    TO WS-CA-CITY                       00062100
                 MOVE WS-AR-REGION  TO WS-CA-REGION                     00062200
                 MOVE WS-AR-POSTAL  TO WS-CA-POSTAL                     00062300
              END-IF                                                    00062400
           END-IF.                                                      00062500
      *-------------------------*                                       00062600
       2170-READ-ONE-ADDRESS-END.                                       00062700
      *-------------------------*                                       00062800
           EXIT.                                                        00062900
                                                                        00063000
      *-----------------------------------*                             00063100
       2200-SUM-BILLING.                                                00063200
      *-----------------------------------*                             00063300
           INITIALIZE SEG-IO-AREA.                                      00063400
                                                                        00063500
           CALL 'CBLTDLI' USING DLI-GN,                                 00063600
                                PCB-MASK-GI,                            00063700
                                SEG-IO-AREA,                            00063800
                                QUAL-SSA-PATIENT,                       00063900
                                UNQUAL-SSA-BILLING.                     00064000
                                                                        00064100
           IF STATUS-CODE = '  '                                        00064200
              ADD WS-AMOUNT TO WS-PAT-BILLED                            00064300
              PERFORM 2230-SUM-PAYMENTS                                 00064400
                 THRU 2230-SUM-PAYMENTS-END                             00064500
                 UNTIL STATUS-CODE NOT = SPACE                          00064600
              MOVE '  ' TO STATUS-CODE                                  00064700
           END-IF.                                                      00064800
      *-----------------------------------*                             00064900
       2200-SUM-BILLING-END.                                            00065000
      *-----------------------------------*                             00065100
           EXIT.                                                        00065200
                                                                        00065300
      *-------------------------*                                       00065400
       2230-SUM-PAYMENTS.                                               00065500
      *-------------------------*                                       00065600
      *    GNP under the invoice just read walks its payments           00065700
      *    only; the GN of 2200 then carries on past them               00065800
           INITIALIZE SEG-IO-AREA.                                      00065900
           CALL 'CBLTDLI' USING DLI-GNP,                                00066000
                                PCB-MASK-GI,                            00066100
                                SEG-IO-AREA,                            00066200
                                UNQUAL-SSA-PAYMENT.                     00066300
                                                                        00066400
           IF STATUS-CODE = '  '                                        00066500
              MOVE SEG-IO-AREA TO WS-PAYMENT-READ-SEG                   00066600
              IF WS-PR-PAYAMT NUMERIC                                   00066700
                 ADD WS-PR-PAYAMT TO WS-PAT-PAID                        00066800
              END-IF                                                    00066900
           END-IF.                                                      00067000
      *-------------------------*                                       00067100
       2230-SUM-PAYMENTS-END.                                           00067200
      *-------------------------*                                       00067300
           EXIT.                                                        00067400
                                                                        00067500
      *-----------------------*                                         00067600
       3000-PROCESS-APPOINTMENT.                                        00067700
      *-----------------------*                                         00067800
      *    a booking still open on or after the date of death is        00067900
      *    cancelled; every record goes to the new master               00068000
           IF APT-STATUS = 'B'                                          00068100
              MOVE APT-PATIENID TO WS-LOOKUP-PATIENID                   00068200
              PERFORM 5000-FIND-DEATH                                   00068300
                 THRU 5000-FIND-DEATH-END                               00068400
              IF WS-DTH-HIT                                             00068500
                 SET DTH-IDX TO WS-DTH-HIT-SUB                          00068600
                 MOVE ZERO TO WS-APT-DATE-N                             00068700
                 IF APT-DATE NUMERIC                                    00068800
                    MOVE APT-DATE TO WS-APT-DATE-N                      00068900
                 END-IF                                                 00069000
                 IF WS-APT-DATE-N NOT < WS-DT-DEATH-DATE (DTH-IDX)      00069100
                    MOVE 'C' TO APT-STATUS                              00069200
                    ADD 1 TO WS-NO-CANCELLED                            00069300
                    DISPLAY 'BOOKING CANCELLED - DECEASED: '            00069400
                       APT-PATIENID ' ' APT-DATE ' ' APT-TIME           00069500
                    PERFORM 4300-WRITE-APPT                             00069600
                       THRU 4300-WRITE-APPT-END                         00069700
                 END-IF                                                 00069800
              END-IF                                                    00069900
           END-IF.                                                      00070000
                                                                        00070100
           WRITE APPT-OUT-REC FROM APPT-IN-REC.                         00070200
                                                                        00070300
           PERFORM 8100-READ-APPT                                       00070400
              THRU 8100-READ-APPT-END.                                  00070500
      *-----------------------*                                         00070600
       3000-PROCESS-APPOINTMENT-END.                                    00070700
      *-----------------------*                                         00070800
           EXIT.                                                        00070900
                                                                        00071000
      *-------------------------*                                       00071100
       4000-WRITE-HEADERS.                                              00071200
      *-------------------------*                                       00071300
           ADD 1 TO WS-RPT-PAGE-CNT.                                    00071400
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE.                         00071500
           MOVE WS-RUN-DATE     TO RPT-H1-DATE.                         00071600
           MOVE ZERO TO WS-RPT-LINE-CNT.                                00071700
           IF WS-RPT-PAGE-CNT = 1                                       00071800
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00071900
           ELSE                                                         00072000
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00072100
                 AFTER ADVANCING PAGE                                   00072200
           END-IF.                                                      00072300
           ADD 1 TO WS-RPT-LINE-CNT.                                    00072400
      *-------------------------*                                       00072500
       4000-WRITE-HEADERS-END.                                          00072600
      *-------------------------*                                       00072700
           EXIT.                                                        00072800
                                                                        00072900
      *-------------------------*                                       00073000
       4100-WRITE-SECTION.                                              00073100
      *-------------------------*                                       00073200
      *    each section starts on a page of its own                     00073300
           PERFORM 4000-WRITE-HEADERS                                   00073400
              THRU 4000-WRITE-HEADERS-END.                              00073500
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00073600
              AFTER ADVANCING 2 LINES.                                  00073700
           ADD 2 TO WS-RPT-LINE-CNT.                                    00073800
      *-------------------------*                                       00073900
       4100-WRITE-SECTION-END.                                          00074000
      *-------------------------*                                       00074100
           EXIT.                                                        00074200
                                                                        00074300
      *-------------------------*                                       00074400
       4200-WRITE-CLAIM.                                                00074500
      *-------------------------*                                       00074600
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00074700
              PERFORM 4100-WRITE-SECTION                                00074800
                 THRU 4100-WRITE-SECTION-END                            00074900
           END-IF.                                                      00075000
           WRITE RPT01-OUT-REC FROM RPT-CLAIM-LINE                      00075100
              AFTER ADVANCING 2 LINES.                                  00075200
           ADD 2 TO WS-RPT-LINE-CNT.                                    00075300
      *    the address only when there is one to print                  00075400
           IF RPT-E-ACTION (1:9) NOT = 'EXCEPTION'                      00075500
              MOVE WS-CA-STREET TO RPT-A-STREET                         00075600
              MOVE WS-CA-CITY   TO RPT-A-CITY                           00075700
              MOVE WS-CA-REGION TO RPT-A-REGION                         00075800
              MOVE WS-CA-POSTAL TO RPT-A-POSTAL                         00075900
              IF WS-CUR-ADDRESS = SPACE                                 00076000
                 MOVE 'NO ADDRESS ON FILE' TO RPT-A-STREET              00076100
              END-IF                                                    00076200
              WRITE RPT01-OUT-REC FROM RPT-ADDRESS-LINE                 00076300
                 AFTER ADVANCING 1 LINE                                 00076400
              ADD 1 TO WS-RPT-LINE-CNT                                  00076500
           END-IF.                                                      00076600
      *-------------------------*                                       00076700
       4200-WRITE-CLAIM-END.                                            00076800
      *-------------------------*                                       00076900
           EXIT.                                                        00077000
                                                                        00077100
      *-------------------------*                                       00077200
       4300-WRITE-APPT.                                                 00077300
      *-------------------------*                                       00077400
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00077500
              PERFORM 4100-WRITE-SECTION                                00077600
                 THRU 4100-WRITE-SECTION-END                            00077700
           END-IF.                                                      00077800
           MOVE APT-PATIENID TO RPT-P-PATIENTID.                        00077900
           MOVE APT-DATE     TO RPT-P-DATE.                             00078000
           MOVE APT-TIME     TO RPT-P-TIME.                             00078100
           MOVE APT-DOCTOR   TO RPT-P-DOCTOR.                           00078200
           MOVE APT-TRTNAME  TO RPT-P-TRTNAME.                          00078300
           WRITE RPT01-OUT-REC FROM RPT-APPT-LINE                       00078400
              AFTER ADVANCING 1 LINE.                                   00078500
           ADD 1 TO WS-RPT-LINE-CNT.                                    00078600
      *-------------------------*                                       00078700
       4300-WRITE-APPT-END.                                             00078800
      *-------------------------*                                       00078900
           EXIT.                                                        00079000
                                                                        00079100
      *-----------------------*                                         00079200
       5000-FIND-DEATH.                                                 00079300
      *-----------------------*                                         00079400
           MOVE 'N' TO WS-DTH-FOUND.                                    00079500
           PERFORM 5010-DEATH-LOOKUP                                    00079600
              THRU 5010-DEATH-LOOKUP-END                                00079700
              VARYING DTH-IDX FROM 1 BY 1                               00079800
              UNTIL DTH-IDX > WS-DTH-COUNT                              00079900
                 OR WS-DTH-HIT.                                         00080000
      *-----------------------*                                         00080100
       5000-FIND-DEATH-END.                                             00080200
      *-----------------------*                                         00080300
           EXIT.                                                        00080400
                                                                        00080500
      *-----------------------*                                         00080600
       5010-DEATH-LOOKUP.                                               00080700
      *-----------------------*                                         00080800
           IF WS-DT-PATIENID (DTH-IDX) = WS-LOOKUP-PATIENID             00080900
              MOVE 'Y' TO WS-DTH-FOUND                                  00081000
              SET WS-DTH-HIT-SUB TO DTH-IDX                             00081100
           END-IF.                                                      00081200
      *-----------------------*                                         00081300
       5010-DEATH-LOOKUP-END.                                           00081400
      *-----------------------*                                         00081500
           EXIT.                                                        00081600
                                                                        00081700
      *-------------------------*                                       00081800
       7000-WRITE-TOTALS.                                               00081900
      *-------------------------*                                       00082000
           MOVE 'TOTALS' TO RPT-S-TITLE.                                00082100
           PERFORM 4100-WRITE-SECTION                                   00082200
              THRU 4100-WRITE-SECTION-END.                              00082300
           MOVE 'DEATHS RECORDED TODAY' TO RPT-C-LABEL.                 00082400
           MOVE WS-NO-NEW-DEATHS TO RPT-C-CNT.                          00082500
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00082600
              AFTER ADVANCING 2 LINES.                                  00082700
           MOVE 'CLAIMS AGAINST ESTATE' TO RPT-C-LABEL.                 00082800
           MOVE WS-NO-CLAIMS TO RPT-C-CNT.                              00082900
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00083000
              AFTER ADVANCING 1 LINE.                                   00083100
           MOVE 'AMOUNT CLAIMED' TO RPT-M-LABEL.                        00083200
           MOVE WS-CLAIM-TOTAL TO RPT-M-AMT.                            00083300
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00083400
              AFTER ADVANCING 1 LINE.                                   00083500
           MOVE 'REFUNDS TO ESTATE' TO RPT-C-LABEL.                     00083600
           MOVE WS-NO-REFUNDS TO RPT-C-CNT.                             00083700
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00083800
              AFTER ADVANCING 1 LINE.                                   00083900
           MOVE 'AMOUNT TO REFUND' TO RPT-M-LABEL.                      00084000
           MOVE WS-REFUND-TOTAL TO RPT-M-AMT.                           00084100
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00084200
              AFTER ADVANCING 1 LINE.                                   00084300
           MOVE 'NO BALANCE' TO RPT-C-LABEL.                            00084400
           MOVE WS-NO-NO-BALANCE TO RPT-C-CNT.                          00084500
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00084600
              AFTER ADVANCING 1 LINE.                                   00084700
           MOVE 'EXCEPTIONS' TO RPT-C-LABEL.                            00084800
           MOVE WS-NO-EXCEPTIONS TO RPT-C-CNT.                          00084900
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00085000
              AFTER ADVANCING 1 LINE.                                   00085100
           MOVE 'BOOKINGS CANCELLED' TO RPT-C-LABEL.                    00085200
           MOVE WS-NO-CANCELLED TO RPT-C-CNT.                           00085300
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00085400
              AFTER ADVANCING 1 LINE.                                   00085500
      *-------------------------*                                       00085600
       7000-WRITE-TOTALS-END.                                           00085700
      *-------------------------*                                       00085800
           EXIT.                                                        00085900
                                                                        00086000
      *---------------*                                                 00086100
       8100-READ-APPT.                                                  00086200
      *---------------*                                                 00086300
           READ APPT-IN                                                 00086400
           END-READ.                                                    00086500
                                                                        00086600
           EVALUATE TRUE                                                00086700
             WHEN WS-APT-FS = '00'                                      00086800
               ADD 1 TO WS-NO-READ-APPT                                 00086900
             WHEN WS-APT-FS = '10'                                      00087000
               SET WS-APT-EOF TO TRUE                                   00087100
             WHEN OTHER                                                 00087200
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00087300
               PERFORM 9999-ABEND                                       00087400
                  THRU 9999-ABEND-END                                   00087500
           END-EVALUATE.                                                00087600
      *-------------------*                                             00087700
       8100-READ-APPT-END.                                              00087800
      *-------------------*                                             00087900
           EXIT.                                                        00088000
                                                                        00088100
      *-------------------*                                             00088200
       9999-ABEND.                                                      00088300
      *-------------------*                                             00088400
      D    DISPLAY "WE ARE IN ABEND".                                   00088500
      *    WE FORCE AN ABEND                                            00088600
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00088700
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00088800
           GOBACK.                                                      00088900
      *-------------------*                                             00089000
       9999-ABEND-END.                                                  00089100
      *-------------------*                                             00089200
           EXIT.                                                        00089300
