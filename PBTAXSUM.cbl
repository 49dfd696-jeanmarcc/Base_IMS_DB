      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBTAXSUM.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Sommaire annuel des paiements pour la declaration          00000900
      *      de frais medicaux du patient. Pour l'annee civile          00001000
      *      du CTLCARD, totalise par patient les segments              00001100
      *      PAYMENT dont le PAYDATE tombe dans l'annee, par mode       00001200
      *      de paiement (PAYMETH), en separant ce que le patient       00001300
      *      a paye de ce que l'assureur a paye: mode IN (remise        00001400
      *      d'assureur) ou code payeur renseigne = assureur, tout      00001500
      *      autre mode = patient. Un paiement revenu impaye            00001600
      *      (PAY-RETURNED = 'R', voir PBNSF) est exclu.                00001700
      *      Les archives d'epuration de PBPURGE (ARCHIN, une ou        00001800
      *      plusieurs generations concatenees) sont lues d'abord:      00001900
      *      les paiements d'une facture epuree en cours d'annee        00002000
      *      comptent aussi. Un sommaire est produit pour chaque        00002100
      *      patient a total non nul, adresse a l'adresse courante      00002200
      *      (segment ADDRESS a la date d'effet la plus recente),       00002300
      *      dans le fichier de l'imprimeur (TAXOUT), ferme par un      00002400
      *      enregistrement de controle. Un patient sans adresse,       00002500
      *      ou dont l'adresse est marquee non distribuable             00002600
      *      (PRETMAIL), est retenu et liste pour le comptoir.          00002700
      *                                                                 00002800
      * Fichier entree: CTLCARD, annee civile (YYYY)                    00002900
      * Fichier entree: ARCHIN, archives ARCHOUT de PBPURGE             00003000
      *      (facultatif)                                               00003100
      * Fichier sortie: TAXOUT, sommaires pour l'imprimeur              00003200
      *      (H=entete, A=adresse, M=mode de paiement, T=total,         00003300
      *       Z=enregistrement de controle)                             00003400
      *----------------------------------------------------------*      00003500
      *--------------------*                                            00003600
       ENVIRONMENT DIVISION.                                            00003700
      *--------------------*                                            00003800
       CONFIGURATION SECTION.                                           00003900
       OBJECT-COMPUTER.                                                 00004000
       SOURCE-COMPUTER.                                                 00004100
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004200
       INPUT-OUTPUT SECTION.                                            00004300
       FILE-CONTROL.                                                    00004400
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-CTL-FS.                                    00004700
           SELECT ARCH-IN ASSIGN TO ARCHIN                              00004800
           ORGANIZATION IS SEQUENTIAL                                   00004900
           FILE STATUS IS WS-ARCH-FS.                                   00005000
           SELECT TAX-OUT ASSIGN TO TAXOUT                              00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-TAX-FS.                                    00005300
      *----------------*                                                00005400
       DATA DIVISION.                                                   00005500
      *----------------*                                                00005600
       FILE SECTION.                                                    00005700
                                                                        00005800
       FD  CTLCARD RECORDING MODE F.                                    00005900
       01  CTL-CARD-REC.                                                00006000
           05 CTL-TAX-YEAR              PIC X(04).                      00006100
           05 FILLER                    PIC X(76).                      00006200
                                                                        00006300
      *    archive d'epuration, format DBUNLD                           00006400
       FD  ARCH-IN RECORDING MODE F.                                    00006500
       01  ARCH-IN-REC.                                                 00006600
           05 ARCH-SSA           PIC X(09).                             00006700
           05 ARCH-SEG-IO-AREA   PIC X(61).                             00006800
           05 ARCH-PATIENT-VIEW REDEFINES ARCH-SEG-IO-AREA.             00006900
              10 ARCH-PATIENID   PIC X(05).                             00007000
              10 FILLER          PIC X(56).                             00007100
           05 ARCH-PAYMENT-VIEW REDEFINES ARCH-SEG-IO-AREA.             00007200
              10 ARCH-PAYDATE    PIC X(08).                             00007300
              10 ARCH-PAYAMT     PIC 9(07)V99.                          00007400
              10 ARCH-PAYMETH    PIC X(02).                             00007500
              10 ARCH-PAYREF     PIC X(12).                             00007600
              10 ARCH-FACILITY   PIC X(02).                             00007700
              10 ARCH-PAYERCD    PIC X(08).                             00007800
              10 ARCH-RETURNED   PIC X(01).                             00007900
              10 FILLER          PIC X(19).                             00008000
                                                                        00008100
      *    sommaires annuels pour l'imprimeur                           00008200
       FD  TAX-OUT RECORDING MODE F.                                    00008300
       01  TAX-OUT-REC.                                                 00008400
           05 TAX-REC-TYPE          PIC X(01).                          00008500
           05 FILLER                PIC X(01) VALUE SPACE.              00008600
           05 TAX-PATIENTID         PIC X(05).                          00008700
           05 FILLER                PIC X(01) VALUE SPACE.              00008800
           05 TAX-DETAIL            PIC X(72).                          00008900
           05 TAX-DETAIL-HEADER REDEFINES TAX-DETAIL.                   00009000
              10 TAX-H-PATNAME      PIC X(20).                          00009100
              10 FILLER             PIC X(01).                          00009200
              10 TAX-H-YEAR         PIC X(04).                          00009300
              10 FILLER             PIC X(47).                          00009400
           05 TAX-DETAIL-ADDRESS REDEFINES TAX-DETAIL.                  00009500
              10 TAX-A-STREET       PIC X(20).                          00009600
              10 FILLER             PIC X(01).                          00009700
              10 TAX-A-CITY         PIC X(15).                          00009800
              10 FILLER             PIC X(01).                          00009900
              10 TAX-A-REGION       PIC X(02).                          00010000
              10 FILLER             PIC X(01).                          00010100
              10 TAX-A-POSTAL       PIC X(07).                          00010200
              10 FILLER             PIC X(25).                          00010300
           05 TAX-DETAIL-METHOD REDEFINES TAX-DETAIL.                   00010400
              10 TAX-M-PAYMETH      PIC X(02).                          00010500
              10 FILLER             PIC X(01).                          00010600
      *          P = paid by the patient, I = paid by the insurer       00010700
              10 TAX-M-CLASS        PIC X(01).                          00010800
              10 FILLER             PIC X(01).                          00010900
              10 TAX-M-COUNT        PIC 9(05).                          00011000
              10 FILLER             PIC X(01).                          00011100
              10 TAX-M-AMOUNT       PIC S9(9)V99.                       00011200
              10 FILLER             PIC X(50).                          00011300
           05 TAX-DETAIL-TOTAL REDEFINES TAX-DETAIL.                    00011400
              10 TAX-T-PATIENT-PAID PIC S9(9)V99.                       00011500
              10 FILLER             PIC X(01).                          00011600
              10 TAX-T-INSURER-PAID PIC S9(9)V99.                       00011700
              10 FILLER             PIC X(01).                          00011800
              10 TAX-T-TOTAL-PAID   PIC S9(9)V99.                       00011900
              10 FILLER             PIC X(37).                          00012000
           05 TAX-DETAIL-CONTROL REDEFINES TAX-DETAIL.                  00012100
              10 TAX-Z-SUMMARIES    PIC 9(07).                          00012200
              10 FILLER             PIC X(01).                          00012300
              10 TAX-Z-RECORDS      PIC 9(09).                          00012400
              10 FILLER             PIC X(01).                          00012500
              10 TAX-Z-PATIENT-PAID PIC S9(11)V99.                      00012600
              10 FILLER             PIC X(01).                          00012700
              10 TAX-Z-INSURER-PAID PIC S9(11)V99.                      00012800
              10 FILLER             PIC X(01).                          00012900
              10 TAX-Z-YEAR         PIC X(04).                          00013000
              10 FILLER             PIC X(22).                          00013100
                                                                        00013200
      *-----------------------*                                         00013300
       WORKING-STORAGE SECTION.                                         00013400
      *-----------------------*                                         00013500
       01 WS-FILE-STATUS.                                               00013600
          05 WS-CTL-FS                 PIC X(2).                        00013700
          05 WS-ARCH-FS                PIC X(2).                        00013800
          05 WS-TAX-FS                 PIC X(2).                        00013900
                                                                        00014000
       01 WS-ARCH-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00014100
          88 WS-ARCH-EOF                VALUE 'TRUE'.                   00014200
                                                                        00014300
       01 WS-TAX-YEAR                   PIC X(04).                      00014400
                                                                        00014500
       01 WS-COUNTERS.                                                  00014600
           05 WS-NO-PATIENTS               PIC 9(8).                    00014700
           05 WS-NO-SUMMARIES              PIC 9(8).                    00014800
           05 WS-NO-HELD                   PIC 9(8).                    00014900
           05 WS-NO-PAYMENTS               PIC 9(8).                    00015000
           05 WS-NO-RETURNED               PIC 9(8).                    00015100
           05 WS-NO-READ-ARCH              PIC 9(8).                    00015200
           05 WS-NO-ARCH-PAYMENTS          PIC 9(8).                    00015300
           05 WS-NO-ARCH-ORPHANS           PIC 9(8).                    00015400
                                                                        00015500
       01 WS-TAX-RECORDS                PIC 9(09) VALUE 0.              00015600
       01 WS-GRAND-PATIENT-PAID         PIC S9(11)V99 VALUE 0.          00015700
       01 WS-GRAND-INSURER-PAID         PIC S9(11)V99 VALUE 0.          00015800
                                                                        00015900
      *    paiements de l'annee des factures epurees, par patient       00016000
      *    et par mode, repris au passage du patient                    00016100
       01 WS-ARC-TABLE.                                                 00016200
          05 WS-ARC-MAX         PIC 9(04) COMP VALUE 5000.              00016300
          05 WS-ARC-COUNT       PIC 9(04) COMP VALUE 0.                 00016400
          05 WS-ARC-ENTRY OCCURS 5000 TIMES INDEXED BY ARC-IDX.         00016500
             10 WS-AT-PATIENID  PIC X(05).                              00016600
             10 WS-AT-PAYMETH   PIC X(02).                              00016700
             10 WS-AT-CLASS     PIC X(01).                              00016800
             10 WS-AT-COUNT     PIC 9(05) COMP.                         00016900
             10 WS-AT-AMOUNT    PIC S9(9)V99.                           00017000
             10 WS-AT-USED      PIC X(01).                              00017100
       01 WS-ARC-SUB                    PIC 9(04) COMP VALUE 0.         00017200
       01 WS-ARC-FOUND                  PIC X(01) VALUE 'N'.            00017300
          88 WS-ARC-HIT                 VALUE 'Y'.                      00017400
       01 WS-ARC-HIT-SUB                PIC 9(04) COMP VALUE 0.         00017500
       01 WS-ARCH-PATIENID              PIC X(05).                      00017600
                                                                        00017700
      *    totaux du patient courant par mode de paiement               00017800
       01 WS-MTH-TABLE.                                                 00017900
          05 WS-MTH-MAX         PIC 9(02) COMP VALUE 20.                00018000
          05 WS-MTH-COUNT       PIC 9(02) COMP VALUE 0.                 00018100
          05 WS-MTH-ENTRY OCCURS 20 TIMES INDEXED BY MTH-IDX.           00018200
             10 WS-MT-PAYMETH   PIC X(02).                              00018300
             10 WS-MT-CLASS     PIC X(01).                              00018400
             10 WS-MT-COUNT     PIC 9(05) COMP.                         00018500
             10 WS-MT-AMOUNT    PIC S9(9)V99.                           00018600
       01 WS-MTH-SUB                    PIC 9(02) COMP VALUE 0.         00018700
       01 WS-MTH-FOUND                  PIC X(01) VALUE 'N'.            00018800
          88 WS-MTH-HIT                 VALUE 'Y'.                      00018900
                                                                        00019000
      *    the payment being added to the current patient               00019100
       01 WS-ADD-PAYMETH                PIC X(02).                      00019200
       01 WS-ADD-CLASS                  PIC X(01).                      00019300
          88 WS-ADD-BY-INSURER          VALUE 'I'.                      00019400
       01 WS-ADD-COUNT                  PIC 9(05) COMP.                 00019500
       01 WS-ADD-AMOUNT                 PIC S9(9)V99.                   00019600
      *    what the classification looks at                             00019700
       01 WS-CLS-PAYMETH                PIC X(02).                      00019800
          88 WS-CLS-INSURER-METHOD      VALUE 'IN'.                     00019900
       01 WS-CLS-PAYERCD                PIC X(08).                      00020000
                                                                        00020100
       01 WS-PAT-PATIENT-PAID           PIC S9(9)V99 VALUE 0.           00020200
       01 WS-PAT-INSURER-PAID           PIC S9(9)V99 VALUE 0.           00020300
       01 WS-PAT-TOTAL-PAID             PIC S9(9)V99 VALUE 0.           00020400
       01 WS-SAVE-PATIENTID             PIC X(05).                      00020500
       01 WS-SAVE-PATNAME               PIC X(20).                      00020600
                                                                        00020700
      *    adresse courante du patient (date d'effet la plus            00020800
      *    recente), portee sur le sommaire                             00020900
       01 WS-CUR-ADDRESS.                                               00021000
          05 WS-CA-STREET    PIC X(20).                                 00021100
          05 WS-CA-CITY      PIC X(15).                                 00021200
          05 WS-CA-REGION    PIC X(02).                                 00021300
          05 WS-CA-POSTAL    PIC X(07).                                 00021400
      *       U = mail returned from it (PRETMAIL)                      00021500
          05 WS-CA-UNDELIV   PIC X(01).                                 00021600
             88 WS-CA-UNDELIVERABLE     VALUE 'U'.                      00021700
       01 WS-ADR-BEST-EFFDATE           PIC X(08).                      00021800
       01 WS-ADDRESS-READ-SEG.                                          00021900
          05 WS-AR-EFFDATE   PIC X(08).                                 00022000
          05 WS-AR-STREET    PIC X(20).                                 00022100
          05 WS-AR-CITY      PIC X(15).                                 00022200
          05 WS-AR-REGION    PIC X(02).                                 00022300
          05 WS-AR-POSTAL    PIC X(07).                                 00022400
          05 WS-AR-UNDELIV   PIC X(01).                                 00022500
          05 FILLER          PIC X(07).                                 00022600
                                                                        00022700
       01 UNQUAL-SSA-PATIENT.                                           00022800
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00022900
           05 FILLER PIC X VALUE SPACE.                                 00023000
                                                                        00023100
       01 QUAL-SSA-PATIENT.                                             00023200
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00023300
           05  FILLER      PIC X(01) VALUE '('.                         00023400
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00023500
           05  OPER        PIC X(02) VALUE 'EQ'.                        00023600
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00023700
           05  FILLER      PIC X(01) VALUE ')'.                         00023800
                                                                        00023900
       01 UNQUAL-SSA-BILLING.                                           00024000
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00024100
           05 FILLER PIC X VALUE SPACE.                                 00024200
                                                                        00024300
       01 UNQUAL-SSA-PAYMENT.                                           00024400
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00024500
           05 FILLER PIC X VALUE SPACE.                                 00024600
                                                                        00024700
       01 UNQUAL-SSA-ADDRESS.                                           00024800
           05 SEGMENT-NAME PIC X(8) VALUE 'ADDRESS'.                    00024900
           05 FILLER PIC X VALUE SPACE.                                 00025000
                                                                        00025100
       01 DLI-FUNCTIONS.                                                00025200
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00025300
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00025400
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00025500
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00025600
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00025700
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00025800
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00025900
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00026000
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00026100
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00026200
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00026300
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00026400
                                                                        00026500
       01 SEG-IO-AREA     PIC X(60).                                    00026600
                                                                        00026700
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00026800
           05 WS-PATIENT-ID        PIC X(05).                           00026900
           05 WS-PATNAME           PIC X(20).                           00027000
           05 WS-PATDOB            PIC X(08).                           00027100
           05 WS-PATPHONE          PIC X(10).                           00027200
           05 WS-PATINSUR          PIC X(15).                           00027300
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00027400
           05 FILLER               PIC X(01).                           00027500
                                                                        00027600
      * segment PAYMENT, enfant de BILLING                              00027700
       01 WS-PAYMENT-READ-SEG.                                          00027800
          05 WS-PR-PAYDATE   PIC X(08).                                 00027900
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00028000
          05 WS-PR-PAYMETH   PIC X(02).                                 00028100
          05 WS-PR-PAYREF    PIC X(12).                                 00028200
          05 WS-PR-FACILITY  PIC X(02).                                 00028300
          05 WS-PR-PAYERCD   PIC X(08).                                 00028400
          05 WS-PR-RETURNED  PIC X(01).                                 00028500
             88 WS-PR-IS-RETURNED  VALUE 'R'.                           00028600
          05 WS-PR-RETDATE   PIC X(08).                                 00028700
          05 FILLER          PIC X(10).                                 00028800
                                                                        00028900
       01 WS-DLI-FUNCTION PIC X(4).                                     00029000
                                                                        00029100
      *-----------------------*                                         00029200
       LINKAGE SECTION.                                                 00029300
      *-----------------------*                                         00029400
                                                                        00029500
      * psb to get the patient, address, billing and payment            00029600
        01 PCB-MASK-GI.                                                 00029700
           03 DBD-NAME        PIC X(8).                                 00029800
           03 SEG-LEVEL       PIC XX.                                   00029900
           03 STATUS-CODE     PIC XX.                                   00030000
           03 PROC-OPT        PIC X(4).                                 00030100
           03 FILLER          PIC X(4).                                 00030200
           03 SEG-NAME        PIC X(8).                                 00030300
           03 KEY-FDBK        PIC S9(5) COMP.                           00030400
           03 NUM-SENSEG      PIC S9(5) COMP.                           00030500
           03 KEY-FDBK-AREA.                                            00030600
              05 PATIENT-KEY    PIC X(5).                               00030700
              05 MEDICAL-KEY    PIC X(6).                               00030800
              05 DRUG-KEY       PIC X(8).                               00030900
              05 BILLING-KEY    PIC X(8).                               00031000
                                                                        00031100
      *-----------------------*                                         00031200
       PROCEDURE DIVISION.                                              00031300
      *-----------------------*                                         00031400
                                                                        00031500
           INITIALIZE PCB-MASK-GI.                                      00031600
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00031700
                                                                        00031800
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00031900
                                                                        00032000
           PERFORM 1000-INIT                                            00032100
              THRU 1000-INIT-END.                                       00032200
                                                                        00032300
           DISPLAY '1_____PAYMENT SUMMARY OVER ALL PATIENTS'.           00032400
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00032500
           PERFORM 4000-SCAN-PATIENT                                    00032600
              THRU 4000-SCAN-PATIENT-END                                00032700
              UNTIL STATUS-CODE NOT = SPACE.                            00032800
                                                                        00032900
      *    archived payments of a patient no longer on the              00033000
      *    database have no address to go to                            00033100
           PERFORM 6000-LIST-ORPHAN                                     00033200
              THRU 6000-LIST-ORPHAN-END                                 00033300
              VARYING WS-ARC-SUB FROM 1 BY 1                            00033400
              UNTIL WS-ARC-SUB > WS-ARC-COUNT.                          00033500
                                                                        00033600
           PERFORM 8000-WRITE-CONTROL                                   00033700
              THRU 8000-WRITE-CONTROL-END.                              00033800
           CLOSE TAX-OUT.                                               00033900
                                                                        00034000
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00034100
           DISPLAY 'TAX YEAR           : ' WS-TAX-YEAR.                 00034200
           DISPLAY 'PATIENTS SCANNED   : ' WS-NO-PATIENTS.              00034300
           DISPLAY 'PAYMENTS COUNTED   : ' WS-NO-PAYMENTS.              00034400
           DISPLAY 'RETURNED - LEFT OUT: ' WS-NO-RETURNED.              00034500
           DISPLAY 'ARCHIVE RECORDS    : ' WS-NO-READ-ARCH.             00034600
           DISPLAY 'ARCHIVE PAYMENTS   : ' WS-NO-ARCH-PAYMENTS.         00034700
           DISPLAY 'SUMMARIES PRODUCED : ' WS-NO-SUMMARIES.             00034800
           DISPLAY 'HELD - NO ADDRESS  : ' WS-NO-HELD.                  00034900
           DISPLAY 'ARCHIVE - NO PATNT : ' WS-NO-ARCH-ORPHANS.          00035000
           DISPLAY 'PAID BY PATIENTS   : ' WS-GRAND-PATIENT-PAID.       00035100
           DISPLAY 'PAID BY INSURERS   : ' WS-GRAND-INSURER-PAID.       00035200
                                                                        00035300
           IF WS-NO-HELD > 0 OR WS-NO-ARCH-ORPHANS > 0                  00035400
              MOVE 4 TO RETURN-CODE                                     00035500
           END-IF.                                                      00035600
                                                                        00035700
           GOBACK.                                                      00035800
                                                                        00035900
      *------------*                                                    00036000
       1000-INIT.                                                       00036100
      *------------*                                                    00036200
           DISPLAY "***** INIT PROCESS *****".                          00036300
                                                                        00036400
           MOVE SPACE TO WS-FILE-STATUS.                                00036500
           MOVE ZEROES TO WS-COUNTERS.                                  00036600
                                                                        00036700
           OPEN INPUT CTLCARD.                                          00036800
                                                                        00036900
           IF WS-CTL-FS NOT = "00"                                      00037000
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00037100
             PERFORM 9999-ABEND                                         00037200
                THRU 9999-ABEND-END                                     00037300
           END-IF.                                                      00037400
                                                                        00037500
           READ CTLCARD INTO CTL-CARD-REC                               00037600
              AT END                                                    00037700
      D         DISPLAY "CTLCARD IS EMPTY - NO TAX YEAR SUPPLIED"       00037800
                PERFORM 9999-ABEND                                      00037900
                   THRU 9999-ABEND-END                                  00038000
           END-READ.                                                    00038100
                                                                        00038200
           MOVE CTL-TAX-YEAR TO WS-TAX-YEAR.                            00038300
           CLOSE CTLCARD.                                               00038400
                                                                        00038500
           IF WS-TAX-YEAR NOT NUMERIC                                   00038600
              DISPLAY 'CTLCARD TAX YEAR NOT NUMERIC: ' WS-TAX-YEAR      00038700
              PERFORM 9999-ABEND                                        00038800
                 THRU 9999-ABEND-END                                    00038900
           END-IF.                                                      00039000
                                                                        00039100
      *    no archive simply means nothing was purged                   00039200
           OPEN INPUT ARCH-IN.                                          00039300
           IF WS-ARCH-FS = '00'                                         00039400
              MOVE SPACE TO WS-ARCH-PATIENID                            00039500
              PERFORM 1100-LOAD-ARC-TABLE                               00039600
                 THRU 1100-LOAD-ARC-TABLE-END                           00039700
                 UNTIL WS-ARCH-EOF                                      00039800
              CLOSE ARCH-IN                                             00039900
           ELSE                                                         00040000
              DISPLAY 'ARCHIN NOT AVAILABLE - DATABASE ONLY'            00040100
           END-IF.                                                      00040200
                                                                        00040300
           OPEN OUTPUT TAX-OUT.                                         00040400
           IF WS-TAX-FS NOT = '00'                                      00040500
      D       DISPLAY "ERROR OPEN FILE TAXOUT: " WS-TAX-FS              00040600
              PERFORM 9999-ABEND                                        00040700
                 THRU 9999-ABEND-END                                    00040800
           END-IF.                                                      00040900
                                                                        00041000
           DISPLAY "***** FIN INIT PROCESS *****".                      00041100
                                                                        00041200
      *----------------*                                                00041300
       1000-INIT-END.                                                   00041400
      *----------------*                                                00041500
           EXIT.                                                        00041600
                                                                        00041700
      *-----------------------*                                         00041800
       1100-LOAD-ARC-TABLE.                                             00041900
      *-----------------------*                                         00042000
           READ ARCH-IN                                                 00042100
           END-READ.                                                    00042200
                                                                        00042300
           EVALUATE TRUE                                                00042400
             WHEN WS-ARCH-FS = '00'                                     00042500
               ADD 1 TO WS-NO-READ-ARCH                                 00042600
             WHEN WS-ARCH-FS = '10'                                     00042700
               SET WS-ARCH-EOF TO TRUE                                  00042800
               GO TO 1100-LOAD-ARC-TABLE-END                            00042900
             WHEN OTHER                                                 00043000
      D        DISPLAY "ERROR READ FILE ARCHIN !!!: " WS-ARCH-FS        00043100
               PERFORM 9999-ABEND                                       00043200
                  THRU 9999-ABEND-END                                   00043300
           END-EVALUATE.                                                00043400
                                                                        00043500
      *    the owning PATIENT record heads its archived segments        00043600
           IF ARCH-SSA (1:8) = 'PATIENT '                               00043700
              MOVE ARCH-PATIENID TO WS-ARCH-PATIENID                    00043800
              GO TO 1100-LOAD-ARC-TABLE-END                             00043900
           END-IF.                                                      00044000
           IF ARCH-SSA (1:8) NOT = 'PAYMENT '                           00044100
              GO TO 1100-LOAD-ARC-TABLE-END                             00044200
           END-IF.                                                      00044300
                                                                        00044400
           IF ARCH-PAYDATE (1:4) NOT = WS-TAX-YEAR                      00044500
              OR ARCH-PAYAMT NOT NUMERIC                                00044600
              GO TO 1100-LOAD-ARC-TABLE-END                             00044700
           END-IF.                                                      00044800
           IF ARCH-RETURNED = 'R'                                       00044900
              ADD 1 TO WS-NO-RETURNED                                   00045000
              GO TO 1100-LOAD-ARC-TABLE-END                             00045100
           END-IF.                                                      00045200
           ADD 1 TO WS-NO-ARCH-PAYMENTS.                                00045300
                                                                        00045400
           MOVE ARCH-PAYMETH TO WS-CLS-PAYMETH.                         00045500
           MOVE ARCH-PAYERCD TO WS-CLS-PAYERCD.                         00045600
           PERFORM 4400-CLASSIFY-PAYMENT                                00045700
              THRU 4400-CLASSIFY-PAYMENT-END.                           00045800
           MOVE ARCH-PAYMETH TO WS-ADD-PAYMETH.                         00045900
                                                                        00046000
           MOVE 'N' TO WS-ARC-FOUND.                                    00046100
           PERFORM 1110-ARC-LOOKUP                                      00046200
              THRU 1110-ARC-LOOKUP-END                                  00046300
              VARYING ARC-IDX FROM 1 BY 1                               00046400
              UNTIL ARC-IDX > WS-ARC-COUNT                              00046500
                 OR WS-ARC-HIT.                                         00046600
           IF WS-ARC-HIT                                                00046700
              SET ARC-IDX TO WS-ARC-HIT-SUB                             00046800
              ADD 1           TO WS-AT-COUNT (ARC-IDX)                  00046900
              ADD ARCH-PAYAMT TO WS-AT-AMOUNT (ARC-IDX)                 00047000
              GO TO 1100-LOAD-ARC-TABLE-END                             00047100
           END-IF.                                                      00047200
                                                                        00047300
           IF WS-ARC-COUNT < WS-ARC-MAX                                 00047400
              ADD 1 TO WS-ARC-COUNT                                     00047500
              SET ARC-IDX TO WS-ARC-COUNT                               00047600
              MOVE WS-ARCH-PATIENID TO WS-AT-PATIENID (ARC-IDX)         00047700
              MOVE ARCH-PAYMETH     TO WS-AT-PAYMETH (ARC-IDX)          00047800
              MOVE WS-ADD-CLASS     TO WS-AT-CLASS (ARC-IDX)            00047900
              MOVE 1                TO WS-AT-COUNT (ARC-IDX)            00048000
              MOVE ARCH-PAYAMT      TO WS-AT-AMOUNT (ARC-IDX)           00048100
              MOVE 'N'              TO WS-AT-USED (ARC-IDX)             00048200
           ELSE                                                         00048300
      *       a summary short of a payment is worse than none           00048400
              DISPLAY 'ARCHIVE TABLE FULL - RUN STOPPED: '              00048500
                 WS-ARCH-PATIENID                                       00048600
              MOVE 16 TO RETURN-CODE                                    00048700
              PERFORM 9999-ABEND                                        00048800
                 THRU 9999-ABEND-END                                    00048900
           END-IF.                                                      00049000
      *-----------------------*                                         00049100
       1100-LOAD-ARC-TABLE-END.                                         00049200
      *-----------------------*                                         00049300
           EXIT.                                                        00049400
                                                                        00049500
      *-----------------------*                                         00049600
       1110-ARC-LOOKUP.                                                 00049700
      *-----------------------*                                         00049800
           IF WS-AT-PATIENID (ARC-IDX) = WS-ARCH-PATIENID               00049900
              AND WS-AT-PAYMETH (ARC-IDX) = ARCH-PAYMETH                00050000
              AND WS-AT-CLASS (ARC-IDX) = WS-ADD-CLASS                  00050100
              MOVE 'Y' TO WS-ARC-FOUND                                  00050200
              SET WS-ARC-HIT-SUB TO ARC-IDX                             00050300
           END-IF.                                                      00050400
      *-----------------------*                                         00050500
       1110-ARC-LOOKUP-END.                                             00050600
      *-----------------------*                                         00050700
           EXIT.                                                        00050800
                                                                        00050900
      *----------------------*                                          00051000
       4000-SCAN-PATIENT.                                               00051100
      *----------------------*                                          00051200
           INITIALIZE SEG-IO-AREA.                                      00051300
                                                                        00051400
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00051500
                                PCB-MASK-GI,                            00051600
                                SEG-IO-AREA,                            00051700
                                UNQUAL-SSA-PATIENT.                     00051800
                                                                        00051900
           IF STATUS-CODE = '  '                                        00052000
                ADD 1 TO WS-NO-PATIENTS                                 00052100
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00052200
                MOVE WS-PATIENT-ID TO WS-SAVE-PATIENTID                 00052300
                MOVE WS-PATNAME    TO WS-SAVE-PATNAME                   00052400
                                                                        00052500
      *         the mailing address first, then back to the top         00052600
      *         of the patient for the billing pass                     00052700
                PERFORM 4160-GET-CURRENT-ADDRESS                        00052800
                   THRU 4160-GET-CURRENT-ADDRESS-END                    00052900
                MOVE DLI-GU TO WS-DLI-FUNCTION                          00053000
                CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                   00053100
                                     PCB-MASK-GI,                       00053200
                                     SEG-IO-AREA,                       00053300
                                     QUAL-SSA-PATIENT                   00053400
                                                                        00053500
                MOVE ZERO TO WS-MTH-COUNT                               00053600
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00053700
                PERFORM 4200-SCAN-BILLING                               00053800
                   THRU 4200-SCAN-BILLING-END                           00053900
                   UNTIL STATUS-CODE NOT = SPACE                        00054000
                MOVE '  ' TO STATUS-CODE                                00054100
                                                                        00054200
      *         then what was paid on invoices purged since             00054300
                PERFORM 4500-TAKE-ARCHIVED                              00054400
                   THRU 4500-TAKE-ARCHIVED-END                          00054500
                   VARYING WS-ARC-SUB FROM 1 BY 1                       00054600
                   UNTIL WS-ARC-SUB > WS-ARC-COUNT                      00054700
                                                                        00054800
                PERFORM 5000-CLOSE-PATIENT                              00054900
                   THRU 5000-CLOSE-PATIENT-END                          00055000
                                                                        00055100
      *         re-establish position on the patient so the next        00055200
      *         unqualified GN steps to the following root              00055300
                MOVE DLI-GU TO WS-DLI-FUNCTION                          00055400
                CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                   00055500
                                     PCB-MASK-GI,                       00055600
                                     SEG-IO-AREA,                       00055700
                                     QUAL-SSA-PATIENT                   00055800
                                                                        00055900
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00056000
           ELSE                                                         00056100
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00056200
           END-IF.                                                      00056300
                                                                        00056400
      *----------------------*                                          00056500
       4000-SCAN-PATIENT-END.                                           00056600
      *----------------------*                                          00056700
           EXIT.                                                        00056800
                                                                        00056900
      *-------------------------*                                       00057000
       4160-GET-CURRENT-ADDRESS.                                        00057100
      *-------------------------*                                       00057200
      *    the newest effective date is the mailing address             00057300
           MOVE SPACE TO WS-CUR-ADDRESS.                                00057400
           MOVE LOW-VALUE TO WS-ADR-BEST-EFFDATE.                       00057500
           PERFORM 4170-READ-ONE-ADDRESS                                00057600
              THRU 4170-READ-ONE-ADDRESS-END                            00057700
              UNTIL STATUS-CODE NOT = SPACE.                            00057800
           MOVE '  ' TO STATUS-CODE.                                    00057900
      *-------------------------*                                       00058000
       4160-GET-CURRENT-ADDRESS-END.                                    00058100
      *-------------------------*                                       00058200
           EXIT.                                                        00058300
                                                                        00058400
      *-------------------------*                                       00058500
       4170-READ-ONE-ADDRESS.                                           00058600
      *-------------------------*                                       00058700
           INITIALIZE SEG-IO-AREA.                                      00058800
           CALL 'CBLTDLI' USING DLI-GN,                                 00058900
                                PCB-MASK-GI,                            00059000
                                SEG-IO-AREA,                            00059100
                                QUAL-SSA-PATIENT,                       00059200
                                UNQUAL-SSA-ADDRESS.                     00059300
                                                                        00059400
           IF STATUS-CODE = '  '                                        00059500
              MOVE SEG-IO-AREA TO WS-ADDRESS-READ-SEG                   00059600
              IF WS-AR-EFFDATE > WS-ADR-BEST-EFFDATE                    00059700
                 MOVE WS-AR-EFFDATE TO WS-ADR-BEST-EFFDATE              00059800
                 MOVE WS-AR-STREET  TO WS-CA-STREET                     00059900
                 MOVE WS-AR-CITY    TO WS-CA-CITY                       00060000
                 MOVE WS-AR-REGION  TO WS-CA-REGION                     00060100
                 MOVE WS-AR-POSTAL  TO WS-CA-POSTAL                     00060200
                 MOVE WS-AR-UNDELIV TO WS-CA-UNDELIV                    00060300
              END-IF                                                    00060400
           END-IF.                                                      00060500
      *-------------------------*                                       00060600
       4170-READ-ONE-ADDRESS-END.                                       00060700
      *-------------------------*                                       00060800
           EXIT.                                                        00060900
                                                                        00061000
      *-----------------------------------*                             00061100
       4200-SCAN-BILLING.                                               00061200
      *-----------------------------------*                             00061300
           INITIALIZE SEG-IO-AREA.                                      00061400
                                                                        00061500
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00061600
                                PCB-MASK-GI,                            00061700
                                SEG-IO-AREA,                            00061800
                                QUAL-SSA-PATIENT,                       00061900
                                UNQUAL-SSA-BILLING.                     00062000
                                                                        00062100
           IF STATUS-CODE = '  '                                        00062200
              PERFORM 4230-SCAN-PAYMENTS                                00062300
                 THRU 4230-SCAN-PAYMENTS-END                            00062400
                 UNTIL STATUS-CODE NOT = SPACE                          00062500
              MOVE '  ' TO STATUS-CODE                                  00062600
           END-IF.                                                      00062700
      *-----------------------------------*                             00062800
       4200-SCAN-BILLING-END.                                           00062900
      *-----------------------------------*                             00063000
           EXIT.                                                        00063100
                                                                        00063200
      *-------------------------*                                       00063300
       4230-SCAN-PAYMENTS.                                              00063400
      *-------------------------*                                       00063500
      *    GNP under the invoice just read walks its payments           00063600
      *    only; the GN of 4200 then carries on past them               00063700
           INITIALIZE SEG-IO-AREA.                                      00063800
           CALL 'CBLTDLI' USING DLI-GNP,                                00063900
                                PCB-MASK-GI,                            00064000
                                SEG-IO-AREA,                            00064100
                                UNQUAL-SSA-PAYMENT.                     00064200
                                                                        00064300
           IF STATUS-CODE NOT = '  '                                    00064400
              GO TO 4230-SCAN-PAYMENTS-END                              00064500
           END-IF.                                                      00064600
                                                                        00064700
           MOVE SEG-IO-AREA TO WS-PAYMENT-READ-SEG.                     00064800
           IF WS-PR-PAYDATE (1:4) NOT = WS-TAX-YEAR                     00064900
              OR WS-PR-PAYAMT NOT NUMERIC                               00065000
              GO TO 4230-SCAN-PAYMENTS-END                              00065100
           END-IF.                                                      00065200
      *    a check the bank sent back was never paid                    00065300
           IF WS-PR-IS-RETURNED                                         00065400
              ADD 1 TO WS-NO-RETURNED                                   00065500
              GO TO 4230-SCAN-PAYMENTS-END                              00065600
           END-IF.                                                      00065700
           ADD 1 TO WS-NO-PAYMENTS.                                     00065800
                                                                        00065900
           MOVE WS-PR-PAYMETH TO WS-CLS-PAYMETH.                        00066000
           MOVE WS-PR-PAYERCD TO WS-CLS-PAYERCD.                        00066100
           PERFORM 4400-CLASSIFY-PAYMENT                                00066200
              THRU 4400-CLASSIFY-PAYMENT-END.                           00066300
           MOVE WS-PR-PAYMETH TO WS-ADD-PAYMETH.                        00066400
           MOVE 1             TO WS-ADD-COUNT.                          00066500
           MOVE WS-PR-PAYAMT  TO WS-ADD-AMOUNT.                         00066600
           PERFORM 4300-ADD-TO-METHOD                                   00066700
              THRU 4300-ADD-TO-METHOD-END.                              00066800
      *-------------------------*                                       00066900
       4230-SCAN-PAYMENTS-END.                                          00067000
      *-------------------------*                                       00067100
           EXIT.                                                        00067200
                                                                        00067300
      *-------------------------*                                       00067400
       4300-ADD-TO-METHOD.                                              00067500
      *-------------------------*                                       00067600
           MOVE 'N' TO WS-MTH-FOUND.                                    00067700
           PERFORM 4310-METHOD-LOOKUP                                   00067800
              THRU 4310-METHOD-LOOKUP-END                               00067900
              VARYING MTH-IDX FROM 1 BY 1                               00068000
              UNTIL MTH-IDX > WS-MTH-COUNT                              00068100
                 OR WS-MTH-HIT.                                         00068200
                                                                        00068300
           IF NOT WS-MTH-HIT                                            00068400
              IF WS-MTH-COUNT < WS-MTH-MAX                              00068500
                 ADD 1 TO WS-MTH-COUNT                                  00068600
                 SET MTH-IDX TO WS-MTH-COUNT                            00068700
                 MOVE WS-ADD-PAYMETH TO WS-MT-PAYMETH (MTH-IDX)         00068800
                 MOVE WS-ADD-CLASS   TO WS-MT-CLASS (MTH-IDX)           00068900
                 MOVE ZERO           TO WS-MT-COUNT (MTH-IDX)           00069000
                 MOVE ZERO           TO WS-MT-AMOUNT (MTH-IDX)          00069100
                 SET WS-MTH-SUB TO MTH-IDX                              00069200
              ELSE                                                      00069300
                 DISPLAY 'METHOD TABLE FULL - RUN STOPPED: '            00069400
                    WS-SAVE-PATIENTID                                   00069500
                 MOVE 16 TO RETURN-CODE                                 00069600
                 PERFORM 9999-ABEND                                     00069700
                    THRU 9999-ABEND-END                                 00069800
              END-IF                                                    00069900
           END-IF.                                                      00070000
                                                                        00070100
           SET MTH-IDX TO WS-MTH-SUB.                                   00070200
           ADD WS-ADD-COUNT  TO WS-MT-COUNT (MTH-IDX).                  00070300
           ADD WS-ADD-AMOUNT TO WS-MT-AMOUNT (MTH-IDX).                 00070400
      *-------------------------*                                       00070500
       4300-ADD-TO-METHOD-END.                                          00070600
      *-------------------------*                                       00070700
           EXIT.                                                        00070800
                                                                        00070900
      *-------------------------*                                       00071000
       4310-METHOD-LOOKUP.                                              00071100
      *-------------------------*                                       00071200
           IF WS-MT-PAYMETH (MTH-IDX) = WS-ADD-PAYMETH                  00071300
              AND WS-MT-CLASS (MTH-IDX) = WS-ADD-CLASS                  00071400
              MOVE 'Y' TO WS-MTH-FOUND                                  00071500
              SET WS-MTH-SUB TO MTH-IDX                                 00071600
           END-IF.                                                      00071700
      *-------------------------*                                       00071800
       4310-METHOD-LOOKUP-END.                                          00071900
      *-------------------------*                                       00072000
           EXIT.                                                        00072100
                                                                        00072200
      *-------------------------*                                       00072300
       4400-CLASSIFY-PAYMENT.                                           00072400
      *-------------------------*                                       00072500
      *    an insurer remittance is method IN, or carries the           00072600
      *    payer's code; everything else the patient paid               00072700
           IF WS-CLS-INSURER-METHOD                                     00072800
              OR WS-CLS-PAYERCD NOT = SPACE                             00072900
              MOVE 'I' TO WS-ADD-CLASS                                  00073000
           ELSE                                                         00073100
              MOVE 'P' TO WS-ADD-CLASS                                  00073200
           END-IF.                                                      00073300
      *-------------------------*                                       00073400
       4400-CLASSIFY-PAYMENT-END.                                       00073500
      *-------------------------*                                       00073600
           EXIT.                                                        00073700
                                                                        00073800
      *-------------------------*                                       00073900
       4500-TAKE-ARCHIVED.                                              00074000
      *-------------------------*                                       00074100
           SET ARC-IDX TO WS-ARC-SUB.                                   00074200
           IF WS-AT-PATIENID (ARC-IDX) = WS-SAVE-PATIENTID              00074300
              MOVE 'Y'                      TO WS-AT-USED (ARC-IDX)     00074400
              MOVE WS-AT-PAYMETH (ARC-IDX)  TO WS-ADD-PAYMETH           00074500
              MOVE WS-AT-CLASS (ARC-IDX)    TO WS-ADD-CLASS             00074600
              MOVE WS-AT-COUNT (ARC-IDX)    TO WS-ADD-COUNT             00074700
              MOVE WS-AT-AMOUNT (ARC-IDX)   TO WS-ADD-AMOUNT            00074800
              PERFORM 4300-ADD-TO-METHOD                                00074900
                 THRU 4300-ADD-TO-METHOD-END                            00075000
           END-IF.                                                      00075100
      *-------------------------*                                       00075200
       4500-TAKE-ARCHIVED-END.                                          00075300
      *-------------------------*                                       00075400
           EXIT.                                                        00075500
                                                                        00075600
      *-----------------------*                                         00075700
       5000-CLOSE-PATIENT.                                              00075800
      *-----------------------*                                         00075900
           MOVE ZERO TO WS-PAT-PATIENT-PAID.                            00076000
           MOVE ZERO TO WS-PAT-INSURER-PAID.                            00076100
           PERFORM 5010-SUM-METHOD                                      00076200
              THRU 5010-SUM-METHOD-END                                  00076300
              VARYING MTH-IDX FROM 1 BY 1                               00076400
              UNTIL MTH-IDX > WS-MTH-COUNT.                             00076500
           COMPUTE WS-PAT-TOTAL-PAID =                                  00076600
              WS-PAT-PATIENT-PAID + WS-PAT-INSURER-PAID.                00076700
                                                                        00076800
           IF WS-PAT-TOTAL-PAID = 0                                     00076900
              GO TO 5000-CLOSE-PATIENT-END                              00077000
           END-IF.                                                      00077100
                                                                        00077200
      *    no postage on an address we know does not receive;           00077300
      *    the desk reprints these once the address is fixed            00077400
           IF WS-ADR-BEST-EFFDATE = LOW-VALUE                           00077500
              ADD 1 TO WS-NO-HELD                                       00077600
              DISPLAY 'NO ADDRESS ON FILE - SUMMARY HELD: '             00077700
                 WS-SAVE-PATIENTID ' ' WS-SAVE-PATNAME                  00077800
              GO TO 5000-CLOSE-PATIENT-END                              00077900
           END-IF.                                                      00078000
           IF WS-CA-UNDELIVERABLE                                       00078100
              ADD 1 TO WS-NO-HELD                                       00078200
              DISPLAY 'ADDRESS UNDELIVERABLE - SUMMARY HELD: '          00078300
                 WS-SAVE-PATIENTID ' ' WS-SAVE-PATNAME                  00078400
              GO TO 5000-CLOSE-PATIENT-END                              00078500
           END-IF.                                                      00078600
                                                                        00078700
           PERFORM 5200-WRITE-SUMMARY                                   00078800
              THRU 5200-WRITE-SUMMARY-END.                              00078900
      *-----------------------*                                         00079000
       5000-CLOSE-PATIENT-END.                                          00079100
      *-----------------------*                                         00079200
           EXIT.                                                        00079300
                                                                        00079400
      *-------------------------*                                       00079500
       5010-SUM-METHOD.                                                 00079600
      *-------------------------*                                       00079700
           IF WS-MT-CLASS (MTH-IDX) = 'I'                               00079800
              ADD WS-MT-AMOUNT (MTH-IDX) TO WS-PAT-INSURER-PAID         00079900
           ELSE                                                         00080000
              ADD WS-MT-AMOUNT (MTH-IDX) TO WS-PAT-PATIENT-PAID         00080100
           END-IF.                                                      00080200
      *-------------------------*                                       00080300
       5010-SUM-METHOD-END.                                             00080400
      *-------------------------*                                       00080500
           EXIT.                                                        00080600
                                                                        00080700
      *-------------------------*                                       00080800
       5200-WRITE-SUMMARY.                                              00080900
      *-------------------------*                                       00081000
           ADD 1 TO WS-NO-SUMMARIES.                                    00081100
           ADD WS-PAT-PATIENT-PAID TO WS-GRAND-PATIENT-PAID.            00081200
           ADD WS-PAT-INSURER-PAID TO WS-GRAND-INSURER-PAID.            00081300
                                                                        00081400
           MOVE SPACE             TO TAX-OUT-REC.                       00081500
           MOVE 'H'               TO TAX-REC-TYPE.                      00081600
           MOVE WS-SAVE-PATIENTID TO TAX-PATIENTID.                     00081700
           MOVE WS-SAVE-PATNAME   TO TAX-H-PATNAME.                     00081800
           MOVE WS-TAX-YEAR       TO TAX-H-YEAR.                        00081900
           PERFORM 5900-WRITE-TAX-REC                                   00082000
              THRU 5900-WRITE-TAX-REC-END.                              00082100
                                                                        00082200
           MOVE SPACE             TO TAX-OUT-REC.                       00082300
           MOVE 'A'               TO TAX-REC-TYPE.                      00082400
           MOVE WS-SAVE-PATIENTID TO TAX-PATIENTID.                     00082500
           MOVE WS-CA-STREET      TO TAX-A-STREET.                      00082600
           MOVE WS-CA-CITY        TO TAX-A-CITY.                        00082700
           MOVE WS-CA-REGION      TO TAX-A-REGION.                      00082800
           MOVE WS-CA-POSTAL      TO TAX-A-POSTAL.                      00082900
           PERFORM 5900-WRITE-TAX-REC                                   00083000
              THRU 5900-WRITE-TAX-REC-END.                              00083100
                                                                        00083200
           PERFORM 5210-WRITE-METHOD                                    00083300
              THRU 5210-WRITE-METHOD-END                                00083400
              VARYING MTH-IDX FROM 1 BY 1                               00083500
              UNTIL MTH-IDX > WS-MTH-COUNT.                             00083600
                                                                        00083700
           MOVE SPACE               TO TAX-OUT-REC.                     00083800
           MOVE 'T'                 TO TAX-REC-TYPE.                    00083900
           MOVE WS-SAVE-PATIENTID   TO TAX-PATIENTID.                   00084000
           MOVE WS-PAT-PATIENT-PAID TO TAX-T-PATIENT-PAID.              00084100
           MOVE WS-PAT-INSURER-PAID TO TAX-T-INSURER-PAID.              00084200
           MOVE WS-PAT-TOTAL-PAID   TO TAX-T-TOTAL-PAID.                00084300
           PERFORM 5900-WRITE-TAX-REC                                   00084400
              THRU 5900-WRITE-TAX-REC-END.                              00084500
      *-------------------------*                                       00084600
       5200-WRITE-SUMMARY-END.                                          00084700
      *-------------------------*                                       00084800
           EXIT.                                                        00084900
                                                                        00085000
      *-------------------------*                                       00085100
       5210-WRITE-METHOD.                                               00085200
      *-------------------------*                                       00085300
           MOVE SPACE                  TO TAX-OUT-REC.                  00085400
           MOVE 'M'                    TO TAX-REC-TYPE.                 00085500
           MOVE WS-SAVE-PATIENTID      TO TAX-PATIENTID.                00085600
           MOVE WS-MT-PAYMETH (MTH-IDX) TO TAX-M-PAYMETH.               00085700
           MOVE WS-MT-CLASS (MTH-IDX)  TO TAX-M-CLASS.                  00085800
           MOVE WS-MT-COUNT (MTH-IDX)  TO TAX-M-COUNT.                  00085900
           MOVE WS-MT-AMOUNT (MTH-IDX) TO TAX-M-AMOUNT.                 00086000
           PERFORM 5900-WRITE-TAX-REC                                   00086100
              THRU 5900-WRITE-TAX-REC-END.                              00086200
      *-------------------------*                                       00086300
       5210-WRITE-METHOD-END.                                           00086400
      *-------------------------*                                       00086500
           EXIT.                                                        00086600
                                                                        00086700
      *-------------------------*                                       00086800
       5900-WRITE-TAX-REC.                                              00086900
      *-------------------------*                                       00087000
           WRITE TAX-OUT-REC.                                           00087100
           IF WS-TAX-FS NOT = '00'                                      00087200
      D       DISPLAY "ERROR WRITE FILE TAXOUT: " WS-TAX-FS             00087300
              PERFORM 9999-ABEND                                        00087400
                 THRU 9999-ABEND-END                                    00087500
           END-IF.                                                      00087600
           ADD 1 TO WS-TAX-RECORDS.                                     00087700
      *-------------------------*                                       00087800
       5900-WRITE-TAX-REC-END.                                          00087900
      *-------------------------*                                       00088000
           EXIT.                                                        00088100
                                                                        00088200
      *-------------------------*                                       00088300
       6000-LIST-ORPHAN.                                                00088400
      *-------------------------*                                       00088500
           SET ARC-IDX TO WS-ARC-SUB.                                   00088600
           IF WS-AT-USED (ARC-IDX) = 'N'                                00088700
              ADD 1 TO WS-NO-ARCH-ORPHANS                               00088800
              DISPLAY 'ARCHIVED PAYMENTS - PATIENT NOT ON FILE: '       00088900
                 WS-AT-PATIENID (ARC-IDX) ' '                           00089000
                 WS-AT-PAYMETH (ARC-IDX) ' '                            00089100
                 WS-AT-AMOUNT (ARC-IDX)                                 00089200
           END-IF.                                                      00089300
      *-------------------------*                                       00089400
       6000-LIST-ORPHAN-END.                                            00089500
      *-------------------------*                                       00089600
           EXIT.                                                        00089700
                                                                        00089800
      *-------------------------*                                       00089900
       8000-WRITE-CONTROL.                                              00090000
      *-------------------------*                                       00090100
      *    the vendor balances the file against this record: it         00090200
      *    counts the records before it, not itself                     00090300
           MOVE SPACE                 TO TAX-OUT-REC.                   00090400
           MOVE 'Z'                   TO TAX-REC-TYPE.                  00090500
           MOVE WS-NO-SUMMARIES       TO TAX-Z-SUMMARIES.               00090600
           MOVE WS-TAX-RECORDS        TO TAX-Z-RECORDS.                 00090700
           MOVE WS-GRAND-PATIENT-PAID TO TAX-Z-PATIENT-PAID.            00090800
           MOVE WS-GRAND-INSURER-PAID TO TAX-Z-INSURER-PAID.            00090900
           MOVE WS-TAX-YEAR           TO TAX-Z-YEAR.                    00091000
           WRITE TAX-OUT-REC.                                           00091100
      *-------------------------*                                       00091200
       8000-WRITE-CONTROL-END.                                          00091300
      *-------------------------*                                       00091400
           EXIT.                                                        00091500
                                                                        00091600
      *-------------------*                                             00091700
       9999-ABEND.                                                      00091800
      *-------------------*                                             00091900
      D    DISPLAY "WE ARE IN ABEND".                                   00092000
      *    WE FORCE AN ABEND                                            00092100
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00092200
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00092300
           GOBACK.                                                      00092400
      *-------------------*                                             00092500
       9999-ABEND-END.                                                  00092600
      *-------------------*                                             00092700
           EXIT.                                                        00092800
