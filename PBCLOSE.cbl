      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBCLOSE.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Fermeture comptable du mois. Balaye chaque PATIENT         00000900
      *      et ses BILLING/PAYMENT (meme navigation que PBAGING)       00001000
      *      et classe chaque mouvement selon sa date par rapport       00001100
      *      au mois a fermer: avant, dans le mois, apres. Le           00001200
      *      rapport de continuite des comptes a recevoir part du       00001300
      *      solde de fermeture du mois precedent (PERCTL), ajoute      00001400
      *      les charges, retranche les paiements, ajoute les           00001500
      *      memos de credit et de debit du mois et, sur leur           00001600
      *      propre ligne, les renversements de cheques retournes       00001700
      *      (BILLING 'R' de PBNSF, classe NSFREV de PBGLEXT), et       00001800
      *      donne le solde de fermeture. Ce solde est prouve contre le 00001900
      *      grand total de PBAGING (AGETOT) pris le jour meme de la    00001960
      *      fermeture (date d'execution de CTLCARD), donc tout ce      00002020
      *      qui est au dossier ce jour-la, moins les mouvements        00002080
      *      dates apres la fin du mois.                                00002140
      *      En equilibre, PERCTL est recrit: le mois est ferme         00002200
      *      et les programmes d'imputation (PBCREA, PBPAYMT,           00002300
      *      PBCHARG, PPAYPOST) n'y postent plus rien. Hors             00002400
      *      equilibre, le mois reste ouvert (code retour 16).          00002500
      *                                                                 00002600
      * Fichier entree: CTLCARD, mois a fermer (YYYYMM) et date         00002700
      *      d'execution (YYYYMMDD)                                     00002800
      * Fichier entree: PERCTL, periode ouverte et solde de la          00002900
      *      derniere fermeture                                         00003000
      * Fichier entree: AGETOT, grands totaux de PBAGING                00003100
      * Fichier sortie: CLSRPT, continuite et preuve de fermeture       00003200
      * Fichier sortie: PERCTL, periode suivante ouverte                00003300
      *----------------------------------------------------------*      00003400
      *--------------------*                                            00003500
       ENVIRONMENT DIVISION.                                            00003600
      *--------------------*                                            00003700
       CONFIGURATION SECTION.                                           00003800
       OBJECT-COMPUTER.                                                 00003900
       SOURCE-COMPUTER.                                                 00004000
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004100
       INPUT-OUTPUT SECTION.                                            00004200
       FILE-CONTROL.                                                    00004300
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004400
           ORGANIZATION IS SEQUENTIAL                                   00004500
           FILE STATUS IS WS-CTL-FS.                                    00004600
           SELECT PERCTL ASSIGN TO PERCTL                               00004700
           ORGANIZATION IS SEQUENTIAL                                   00004800
           FILE STATUS IS WS-PER-FS.                                    00004900
           SELECT AGETOT ASSIGN TO AGETOT                               00005000
           ORGANIZATION IS SEQUENTIAL                                   00005100
           FILE STATUS IS WS-AGT-FS.                                    00005200
           SELECT RPT01-OUT ASSIGN TO CLSRPT                            00005300
           ORGANIZATION IS LINE SEQUENTIAL                              00005400
           FILE STATUS IS WS-RPT01-FS.                                  00005500
      *----------------*                                                00005600
       DATA DIVISION.                                                   00005700
      *----------------*                                                00005800
       FILE SECTION.                                                    00005900
                                                                        00006000
       FD  CTLCARD RECORDING MODE F.                                    00006100
       01  CTL-CARD-REC.                                                00006200
           05 CTL-PERIOD                PIC X(06).                      00006300
           05 FILLER                    PIC X(01).                      00006400
           05 CTL-RUN-DATE              PIC X(08).                      00006500
           05 FILLER                    PIC X(65).                      00006600
                                                                        00006700
      *    controle de periode comptable: le mois ouvert, le            00006800
      *    dernier mois ferme et son solde de fermeture                 00006900
       FD  PERCTL RECORDING MODE F.                                     00007000
       01  PERCTL-REC.                                                  00007100
           05 PER-OPEN-PERIOD   PIC 9(06).                              00007200
           05 FILLER            PIC X(01).                              00007300
           05 PER-LAST-CLOSED   PIC 9(06).                              00007400
           05 FILLER            PIC X(01).                              00007500
           05 PER-CLOSE-DATE    PIC 9(08).                              00007600
           05 FILLER            PIC X(01).                              00007700
           05 PER-CLOSED-AR     PIC S9(11)V99.                          00007800
           05 FILLER            PIC X(44).                              00007900
                                                                        00008000
      *    grands totaux du rapport de vieillissement (PBAGING)         00008100
       FD  AGETOT RECORDING MODE F.                                     00008200
       01  AGT-REC.                                                     00008300
           05 AGT-ASOF-DATE             PIC X(08).                      00008400
           05 FILLER                    PIC X(01).                      00008500
           05 AGT-CURRENT               PIC S9(9)V99.                   00008600
           05 FILLER                    PIC X(01).                      00008700
           05 AGT-OVER30                PIC S9(9)V99.                   00008800
           05 FILLER                    PIC X(01).                      00008900
           05 AGT-OVER60                PIC S9(9)V99.                   00009000
           05 FILLER                    PIC X(01).                      00009100
           05 AGT-OVER90                PIC S9(9)V99.                   00009200
           05 FILLER                    PIC X(01).                      00009300
           05 AGT-TOTAL                 PIC S9(9)V99.                   00009400
           05 FILLER                    PIC X(11).                      00009500
                                                                        00009600
       FD  RPT01-OUT RECORDING MODE F.                                  00009700
       01  RPT01-OUT-REC                PIC X(80).                      00009800
                                                                        00009900
      *-----------------------*                                         00010000
       WORKING-STORAGE SECTION.                                         00010100
      *-----------------------*                                         00010200
       01 WS-FILE-STATUS.                                               00010300
          05 WS-CTL-FS                 PIC X(2).                        00010400
          05 WS-PER-FS                 PIC X(2).                        00010500
          05 WS-AGT-FS                 PIC X(2).                        00010600
          05 WS-RPT01-FS               PIC X(2).                        00010700
                                                                        00010800
      *    le mois a fermer et ses bornes                               00010900
       01 WS-CLOSE-PERIOD               PIC 9(06).                      00011000
       01 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.                  00011100
          05 WS-CLOSE-YY    PIC 9(04).                                  00011200
          05 WS-CLOSE-MM    PIC 9(02).                                  00011300
       01 WS-NEXT-PERIOD                PIC 9(06).                      00011400
       01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.                    00011500
          05 WS-NEXT-YY     PIC 9(04).                                  00011600
          05 WS-NEXT-MM     PIC 9(02).                                  00011700
       01 WS-PERIOD-START               PIC X(08).                      00011800
       01 WS-PERIOD-START-R REDEFINES WS-PERIOD-START.                  00011900
          05 WS-START-YYMM  PIC 9(06).                                  00012000
          05 WS-START-DD    PIC X(02).                                  00012100
      *    le 31 borne tous les mois: la comparaison se fait sur        00012200
      *    la date en caracteres, jamais sur un jour du calendrier      00012300
       01 WS-PERIOD-END                 PIC X(08).                      00012400
       01 WS-PERIOD-END-R REDEFINES WS-PERIOD-END.                      00012500
          05 WS-END-YYMM    PIC 9(06).                                  00012600
          05 WS-END-DD      PIC X(02).                                  00012700
       01 WS-RUN-DATE                   PIC X(08).                      00012800
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00012900
          05 WS-RUN-YYMM    PIC 9(06).                                  00013000
          05 WS-RUN-DD      PIC 9(02).                                  00013100
       01 WS-AGT-ASOF                   PIC X(08).                      00013200
                                                                        00013600
      *    classe de date d'un mouvement: B=avant le mois,              00013700
      *    M=dans le mois, A=apres la fin du mois                       00013800
       01 WS-DATE-CLASS                 PIC X(01).                      00013900
          88 WS-DATED-BEFORE            VALUE 'B'.                      00014000
          88 WS-DATED-IN-MONTH          VALUE 'M'.                      00014100
          88 WS-DATED-AFTER             VALUE 'A'.                      00014200
       01 WS-CLASS-DATE                 PIC X(08).                      00014300
                                                                        00014400
       01 WS-FIRST-CLOSE                PIC X(01) VALUE 'Y'.            00014500
          88 WS-IS-FIRST-CLOSE          VALUE 'Y'.                      00014600
       01 WS-BALANCE-SW                 PIC X(01) VALUE 'N'.            00014700
          88 WS-IN-BALANCE              VALUE 'Y'.                      00014800
                                                                        00014900
       01 WS-COUNTERS.                                                  00015000
           05 WS-NO-PATIENTS               PIC 9(8).                    00015100
           05 WS-NO-INVOICES               PIC 9(8).                    00015200
           05 WS-NO-PAYMENTS               PIC 9(8).                    00015300
           05 WS-NO-IN-MONTH               PIC 9(8).                    00015400
           05 WS-NO-AFTER                  PIC 9(8).                    00015500
           05 WS-NO-BAD-DATES              PIC 9(8).                    00015600
                                                                        00015700
      *    continuite du mois                                           00015800
       01 WS-RF-OPENING                 PIC S9(11)V99 VALUE 0.          00015900
       01 WS-RF-PRIOR-ADJ               PIC S9(11)V99 VALUE 0.          00016000
       01 WS-RF-CHARGES                 PIC S9(11)V99 VALUE 0.          00016100
       01 WS-RF-PAYMENTS                PIC S9(11)V99 VALUE 0.          00016200
       01 WS-RF-CREDITS                 PIC S9(11)V99 VALUE 0.          00016300
       01 WS-RF-DEBITS                  PIC S9(11)V99 VALUE 0.          00016400
       01 WS-RF-NSF-REVERSALS           PIC S9(11)V99 VALUE 0.          00016500
       01 WS-RF-CLOSING                 PIC S9(11)V99 VALUE 0.          00016600
      *    solde de la base date avant le mois, et mouvements           00016700
      *    dates apres sa fin (nets des paiements)                      00016800
       01 WS-BEFORE-BALANCE             PIC S9(11)V99 VALUE 0.          00016900
       01 WS-AFTER-ACTIVITY             PIC S9(11)V99 VALUE 0.          00017000
      *    preuve contre le vieillissement                              00017100
       01 WS-AGT-GRAND-TOTAL            PIC S9(11)V99 VALUE 0.          00017200
       01 WS-AGT-AT-PERIOD-END          PIC S9(11)V99 VALUE 0.          00017300
       01 WS-PROOF-DIFFERENCE           PIC S9(11)V99 VALUE 0.          00017400
                                                                        00017500
       01 WS-SAVE-BILLDATE              PIC X(08).                      00017600
       01 WS-SAVE-AMOUNT                PIC S9(7)V99.                   00017700
       01 WS-SAVE-TRANTYPE              PIC X(01).                      00017800
       01 WS-SAVE-INVOICENO             PIC X(08).                      00017900
                                                                        00018000
       01 RPT-HEADER-1.                                                 00018100
           05 FILLER           PIC X(38) VALUE                          00018200
                'MONTH-END CLOSE - AR ROLL-FORWARD     '.               00018300
           05 FILLER           PIC X(08) VALUE 'PERIOD: '.              00018400
           05 RPT-H1-PERIOD    PIC X(06).                               00018500
           05 FILLER           PIC X(07) VALUE '  RUN: '.               00018600
           05 RPT-H1-RUN-DATE  PIC X(08).                               00018700
           05 FILLER           PIC X(13) VALUE SPACE.                   00018800
                                                                        00018900
       01 RPT-AMOUNT-LINE.                                              00019000
           05 RPT-A-LABEL      PIC X(40).                               00019100
           05 RPT-A-AMT        PIC -ZZZZZZZZZZ9.99.                     00019200
           05 FILLER           PIC X(25) VALUE SPACE.                   00019300
                                                                        00019400
       01 RPT-COUNT-LINE.                                               00019500
           05 RPT-C-LABEL      PIC X(40).                               00019600
           05 RPT-C-CNT        PIC ZZZZZZZ9.                            00019700
           05 FILLER           PIC X(32) VALUE SPACE.                   00019800
                                                                        00019900
       01 RPT-PROOF-HEADER.                                             00020000
           05 FILLER           PIC X(30) VALUE                          00020100
                'PROOF AGAINST A/R AGING AS OF '.                       00020200
           05 RPT-P-ASOF       PIC X(08).                               00020300
           05 FILLER           PIC X(42) VALUE SPACE.                   00020400
                                                                        00020500
       01 RPT-MESSAGE-LINE     PIC X(80).                               00020600
                                                                        00020700
       01 QUAL-SSA-PATIENT.                                             00020800
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00020900
           05  FILLER      PIC X(01) VALUE '('.                         00021000
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00021100
           05  OPER        PIC X(02) VALUE 'EQ'.                        00021200
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00021300
           05  FILLER      PIC X(01) VALUE ')'.                         00021400
                                                                        00021500
       01 UNQUAL-SSA-PATIENT.                                           00021600
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00021700
           05 FILLER  PIC X VALUE SPACE.                                00021800
                                                                        00021900
       01 UNQUAL-SSA-BILLING.                                           00022000
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00022100
           05 FILLER PIC X VALUE SPACE.                                 00022200
                                                                        00022300
       01 UNQUAL-SSA-PAYMENT.                                           00022400
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00022500
           05 FILLER PIC X VALUE SPACE.                                 00022600
                                                                        00022700
       01 DLI-FUNCTIONS.                                                00022800
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00022900
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00023000
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00023100
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00023200
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00023300
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00023400
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00023500
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00023600
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00023700
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00023800
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00023900
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00024000
                                                                        00024100
       01 SEG-IO-AREA     PIC X(60).                                    00024200
                                                                        00024300
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00024400
           05 WS-PATIENT-ID        PIC X(05).                           00024500
           05 FILLER                PIC X(55).                          00024600
                                                                        00024700
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00024800
          05 WS-INVOICENO PIC X(08).                                    00024900
          05 WS-AMOUNT    PIC S9(7)V99.                                 00025000
          05 WS-BILLDATE  PIC X(08).                                    00025100
          05 WS-REFINVNO  PIC X(08).                                    00025200
          05 WS-TRANTYPE  PIC X(01).                                    00025300
          05 FILLER       PIC X(26).                                    00025400
                                                                        00025500
       01 WS-PAYMENT-READ-SEG.                                          00025600
          05 WS-PR-PAYDATE   PIC X(08).                                 00025700
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00025800
          05 WS-PR-PAYMETH   PIC X(02).                                 00025900
          05 WS-PR-PAYREF    PIC X(12).                                 00026000
          05 FILLER          PIC X(29).                                 00026100
                                                                        00026200
       01 WS-DLI-FUNCTION PIC X(4).                                     00026300
                                                                        00026400
      *-----------------------*                                         00026500
       LINKAGE SECTION.                                                 00026600
      *-----------------------*                                         00026700
                                                                        00026800
      * psb to get and insert                                           00026900
        01 PCB-MASK-GI.                                                 00027000
           03 DBD-NAME        PIC X(8).                                 00027100
           03 SEG-LEVEL       PIC XX.                                   00027200
           03 STATUS-CODE     PIC XX.                                   00027300
           03 PROC-OPT        PIC X(4).                                 00027400
           03 FILLER          PIC X(4).                                 00027500
           03 SEG-NAME        PIC X(8).                                 00027600
           03 KEY-FDBK        PIC S9(5) COMP.                           00027700
           03 NUM-SENSEG      PIC S9(5) COMP.                           00027800
           03 KEY-FDBK-AREA.                                            00027900
              05 PATIENT-KEY    PIC X(5).                               00028000
              05 MEDICAL-KEY    PIC X(6).                               00028100
              05 DRUG-KEY       PIC X(8).                               00028200
              05 BILLING-KEY    PIC X(8).                               00028300
                                                                        00028400
      *-----------------------*                                         00028500
       PROCEDURE DIVISION.                                              00028600
      *-----------------------*                                         00028700
                                                                        00028800
           INITIALIZE PCB-MASK-GI.                                      00028900
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00029000
                                                                        00029100
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00029200
                                                                        00029300
           PERFORM 1000-INIT                                            00029400
              THRU 1000-INIT-END.                                       00029500
                                                                        00029600
           DISPLAY '1_____CLASSIFY BILLING AND PAYMENTS BY PERIOD'.     00029700
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00029800
           PERFORM 4000-SCAN-PATIENT                                    00029900
              THRU 4000-SCAN-PATIENT-END                                00030000
              UNTIL STATUS-CODE NOT = SPACE.                            00030100
                                                                        00030200
           DISPLAY '2_____ROLL FORWARD AND PROVE'.                      00030300
           PERFORM 6000-PROVE-CLOSE                                     00030400
              THRU 6000-PROVE-CLOSE-END.                                00030500
                                                                        00030600
           PERFORM 7000-WRITE-ROLLFORWARD                               00030700
              THRU 7000-WRITE-ROLLFORWARD-END.                          00030800
                                                                        00030900
      *    the period is only locked once it is proved                  00031000
           IF WS-IN-BALANCE                                             00031100
              DISPLAY '3_____LOCK PERIOD'                               00031200
              PERFORM 8000-LOCK-PERIOD                                  00031300
                 THRU 8000-LOCK-PERIOD-END                              00031400
           END-IF.                                                      00031500
           CLOSE RPT01-OUT.                                             00031600
                                                                        00031700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00031800
           DISPLAY 'PATIENTS SCANNED : ' WS-NO-PATIENTS.                00031900
           DISPLAY 'INVOICES READ    : ' WS-NO-INVOICES.                00032000
           DISPLAY 'PAYMENTS READ    : ' WS-NO-PAYMENTS.                00032100
           DISPLAY 'IN THE PERIOD    : ' WS-NO-IN-MONTH.                00032200
           DISPLAY 'AFTER PERIOD END : ' WS-NO-AFTER.                   00032300
           DISPLAY 'DATES NOT NUMERIC: ' WS-NO-BAD-DATES.               00032400
           DISPLAY 'CLOSING AR       : ' WS-RF-CLOSING.                 00032500
                                                                        00032600
           IF NOT WS-IN-BALANCE                                         00032700
              DISPLAY '*** OUT OF BALANCE - PERIOD NOT CLOSED ***'      00032800
              MOVE 16 TO RETURN-CODE                                    00032900
           ELSE                                                         00033000
              IF WS-RF-PRIOR-ADJ NOT = ZERO                             00033100
                 OR WS-NO-BAD-DATES > 0                                 00033200
                 MOVE 4 TO RETURN-CODE                                  00033300
              END-IF                                                    00033400
           END-IF.                                                      00033500
                                                                        00033600
           GOBACK.                                                      00033700
                                                                        00033800
      *------------*                                                    00033900
       1000-INIT.                                                       00034000
      *------------*                                                    00034100
           DISPLAY "***** INIT PROCESS *****".                          00034200
                                                                        00034300
           MOVE SPACE TO WS-FILE-STATUS.                                00034400
           MOVE ZEROES TO WS-COUNTERS.                                  00034500
                                                                        00034600
           OPEN INPUT CTLCARD.                                          00034700
                                                                        00034800
           IF WS-CTL-FS NOT = "00"                                      00034900
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00035000
             PERFORM 9999-ABEND                                         00035100
                THRU 9999-ABEND-END                                     00035200
           END-IF.                                                      00035300
                                                                        00035400
           READ CTLCARD INTO CTL-CARD-REC                               00035500
              AT END                                                    00035600
      D         DISPLAY "CTLCARD IS EMPTY - NO PERIOD SUPPLIED"         00035700
                PERFORM 9999-ABEND                                      00035800
                   THRU 9999-ABEND-END                                  00035900
           END-READ.                                                    00036000
           CLOSE CTLCARD.                                               00036100
                                                                        00036200
           IF CTL-PERIOD NOT NUMERIC OR CTL-RUN-DATE NOT NUMERIC        00036300
              DISPLAY 'CTLCARD PERIOD OR RUN DATE NOT NUMERIC: '        00036400
                 CTL-PERIOD ' ' CTL-RUN-DATE                            00036500
              PERFORM 9999-ABEND                                        00036600
                 THRU 9999-ABEND-END                                    00036700
           END-IF.                                                      00036800
           MOVE CTL-PERIOD   TO WS-CLOSE-PERIOD.                        00036900
           MOVE CTL-RUN-DATE TO WS-RUN-DATE.                            00037000
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12                       00037100
              DISPLAY 'CTLCARD PERIOD MONTH INVALID: ' CTL-PERIOD       00037200
              PERFORM 9999-ABEND                                        00037300
                 THRU 9999-ABEND-END                                    00037400
           END-IF.                                                      00037500
                                                                        00037600
      *    a month still running cannot be closed                       00037700
           IF WS-RUN-YYMM NOT > WS-CLOSE-PERIOD                         00037800
              DISPLAY '*** PERIOD ' WS-CLOSE-PERIOD                     00037900
                 ' HAS NOT ENDED - RUN STOPPED ***'                     00038000
              MOVE 16 TO RETURN-CODE                                    00038100
              PERFORM 9999-ABEND                                        00038200
                 THRU 9999-ABEND-END                                    00038300
           END-IF.                                                      00038400
                                                                        00038500
           MOVE WS-CLOSE-PERIOD TO WS-START-YYMM.                       00038600
           MOVE '01'            TO WS-START-DD.                         00038700
           MOVE WS-CLOSE-PERIOD TO WS-END-YYMM.                         00038800
           MOVE '31'            TO WS-END-DD.                           00038900
           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD.                      00039000
           IF WS-NEXT-MM = 12                                           00039100
              ADD 1 TO WS-NEXT-YY                                       00039200
              MOVE 1 TO WS-NEXT-MM                                      00039300
           ELSE                                                         00039400
              ADD 1 TO WS-NEXT-MM                                       00039500
           END-IF.                                                      00039600
                                                                        00039700
      *    only the open period can be closed; its opening balance      00039800
      *    is the closing balance of the last close                     00039900
           OPEN INPUT PERCTL.                                           00040000
           IF WS-PER-FS = '00'                                          00040100
              READ PERCTL                                               00040200
                 AT END                                                 00040300
                    DISPLAY 'PERCTL EMPTY - FIRST CLOSE'                00040400
                 NOT AT END                                             00040500
                    MOVE 'N' TO WS-FIRST-CLOSE                          00040600
              END-READ                                                  00040700
              CLOSE PERCTL                                              00040800
           ELSE                                                         00040900
              DISPLAY 'PERCTL NOT AVAILABLE - FIRST CLOSE'              00041000
           END-IF.                                                      00041100
           IF NOT WS-IS-FIRST-CLOSE                                     00041200
              IF PER-OPEN-PERIOD NOT = WS-CLOSE-PERIOD                  00041300
                 DISPLAY '*** OPEN PERIOD IS ' PER-OPEN-PERIOD          00041400
                    ' - CANNOT CLOSE ' WS-CLOSE-PERIOD ' ***'           00041500
                 MOVE 16 TO RETURN-CODE                                 00041600
                 PERFORM 9999-ABEND                                     00041700
                    THRU 9999-ABEND-END                                 00041800
              END-IF                                                    00041900
              MOVE PER-CLOSED-AR TO WS-RF-OPENING                       00042000
           END-IF.                                                      00042100
                                                                        00042200
      *    the aging grand total the close is proved against            00042300
           OPEN INPUT AGETOT.                                           00042400
           IF WS-AGT-FS NOT = '00'                                      00042500
      D       DISPLAY "ERROR OPEN FILE AGETOT: " WS-AGT-FS              00042600
              MOVE 16 TO RETURN-CODE                                    00042700
              PERFORM 9999-ABEND                                        00042800
                 THRU 9999-ABEND-END                                    00042900
           END-IF.                                                      00043000
           READ AGETOT                                                  00043100
              AT END                                                    00043200
                 DISPLAY 'AGETOT IS EMPTY - NO AGING TO PROVE AGAINST'  00043300
                 MOVE 16 TO RETURN-CODE                                 00043400
                 PERFORM 9999-ABEND                                     00043500
                    THRU 9999-ABEND-END                                 00043600
           END-READ.                                                    00043700
           CLOSE AGETOT.                                                00043800
           MOVE AGT-ASOF-DATE TO WS-AGT-ASOF.                           00043900
           MOVE AGT-TOTAL     TO WS-AGT-GRAND-TOTAL.                    00044000
      *    the aging must be tonight's, from a snapshot of everything   00044033
      *    on file at the close: an older one lacks what was posted     00044066
      *    since, and the after-month activity taken off below was      00044100
      *    never in it                                                  00044133
           IF WS-AGT-ASOF NOT = WS-RUN-DATE                             00044166
              DISPLAY '*** AGETOT AS OF ' WS-AGT-ASOF                   00044200
                 ' IS NOT FOR RUN DATE ' WS-RUN-DATE ' ***'             00044300
              MOVE 16 TO RETURN-CODE                                    00044400
              PERFORM 9999-ABEND                                        00044500
                 THRU 9999-ABEND-END                                    00044600
           END-IF.                                                      00044700
                                                                        00044800
           OPEN OUTPUT RPT01-OUT.                                       00044900
           MOVE CTL-PERIOD  TO RPT-H1-PERIOD.                           00045000
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.                         00045100
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00045200
                                                                        00045300
           DISPLAY 'CLOSING PERIOD: ' WS-PERIOD-START                   00045400
              ' - ' WS-PERIOD-END.                                      00045500
           DISPLAY "***** FIN INIT PROCESS *****".                      00045600
                                                                        00045700
      *----------------*                                                00045800
       1000-INIT-END.                                                   00045900
      *----------------*                                                00046000
           EXIT.                                                        00046100
                                                                        00046200
      *----------------------*                                          00046300
       4000-SCAN-PATIENT.                                               00046400
      *----------------------*                                          00046500
                                                                        00046600
           INITIALIZE SEG-IO-AREA.                                      00046700
                                                                        00046800
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00046900
                                PCB-MASK-GI,                            00047000
                                SEG-IO-AREA,                            00047100
                                UNQUAL-SSA-PATIENT.                     00047200
                                                                        00047300
           IF STATUS-CODE = '  '                                        00047400
                ADD 1 TO WS-NO-PATIENTS                                 00047500
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00047600
                                                                        00047700
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00047800
                PERFORM 4100-SCAN-BILLING                               00047900
                   THRU 4100-SCAN-BILLING-END                           00048000
                   UNTIL STATUS-CODE NOT = SPACE                        00048100
                                                                        00048200
      *         re-establish position on the patient so the next        00048300
      *         unqualified GN steps to the following root              00048400
                MOVE DLI-GU TO WS-DLI-FUNCTION                          00048500
                CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                   00048600
                                     PCB-MASK-GI,                       00048700
                                     SEG-IO-AREA,                       00048800
                                     QUAL-SSA-PATIENT                   00048900
                                                                        00049000
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00049100
           ELSE                                                         00049200
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00049300
                DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                  00049400
                DISPLAY 'DBD-NAME       :'     DBD-NAME                 00049500
                DISPLAY 'SEG-LEVEL      :'    SEG-LEVEL                 00049600
                DISPLAY 'STATUS-CODE    :'   STATUS-CODE                00049700
                DISPLAY 'PROC-OPT       :'    PROC-OPT                  00049800
                DISPLAY 'SEG-NAME       :'    SEG-NAME                  00049900
                DISPLAY 'KEY-FDBK       :'    KEY-FDBK                  00050000
                DISPLAY 'NUM-SENSEG     :'   NUM-SENSEG                 00050100
                DISPLAY 'KEY-FDBK-AREA  :' KEY-FDBK-AREA                00050200
           END-IF.                                                      00050300
                                                                        00050400
      *----------------------*                                          00050500
       4000-SCAN-PATIENT-END.                                           00050600
      *----------------------*                                          00050700
           EXIT.                                                        00050800
                                                                        00050900
      *-----------------------------------*                             00051000
       4100-SCAN-BILLING.                                               00051100
      *-----------------------------------*                             00051200
                                                                        00051300
           INITIALIZE SEG-IO-AREA.                                      00051400
                                                                        00051500
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00051600
                                PCB-MASK-GI,                            00051700
                                SEG-IO-AREA,                            00051800
                                QUAL-SSA-PATIENT,                       00051900
                                UNQUAL-SSA-BILLING.                     00052000
                                                                        00052100
           IF STATUS-CODE = '  '                                        00052200
              ADD 1 TO WS-NO-INVOICES                                   00052300
      *       the payment scan reuses the io area - keep the            00052400
      *       invoice's own fields first                                00052500
              MOVE WS-BILLDATE  TO WS-SAVE-BILLDATE                     00052600
              MOVE WS-AMOUNT    TO WS-SAVE-AMOUNT                       00052700
              MOVE WS-TRANTYPE  TO WS-SAVE-TRANTYPE                     00052800
              MOVE WS-INVOICENO TO WS-SAVE-INVOICENO                    00052900
              MOVE WS-SAVE-BILLDATE TO WS-CLASS-DATE                    00053000
              PERFORM 4150-CLASSIFY-DATE                                00053100
                 THRU 4150-CLASSIFY-DATE-END                            00053200
      *       memos carry their sign: credits are negative              00053300
              EVALUATE TRUE                                             00053400
                WHEN WS-DATED-BEFORE                                    00053500
                   ADD WS-SAVE-AMOUNT TO WS-BEFORE-BALANCE              00053600
                WHEN WS-DATED-AFTER                                     00053700
                   ADD WS-SAVE-AMOUNT TO WS-AFTER-ACTIVITY              00053800
                WHEN WS-SAVE-TRANTYPE = 'C'                             00053900
                   ADD WS-SAVE-AMOUNT TO WS-RF-CREDITS                  00054000
                WHEN WS-SAVE-TRANTYPE = 'D'                             00054100
                   ADD WS-SAVE-AMOUNT TO WS-RF-DEBITS                   00054200
      *         a returned cheque puts the balance back: not a          00054300
      *         charge, the same split as PBGLEXT's NSFREV class        00054400
                WHEN WS-SAVE-TRANTYPE = 'R'                             00054500
                   ADD WS-SAVE-AMOUNT TO WS-RF-NSF-REVERSALS            00054600
                WHEN OTHER                                              00054700
                   ADD WS-SAVE-AMOUNT TO WS-RF-CHARGES                  00054800
              END-EVALUATE                                              00054900
              PERFORM 4130-SCAN-PAYMENTS                                00055000
                 THRU 4130-SCAN-PAYMENTS-END                            00055100
                 UNTIL STATUS-CODE NOT = SPACE                          00055200
              MOVE '  ' TO STATUS-CODE                                  00055300
           END-IF.                                                      00055400
                                                                        00055500
      *-----------------------------------*                             00055600
       4100-SCAN-BILLING-END.                                           00055700
      *-----------------------------------*                             00055800
           EXIT.                                                        00055900
                                                                        00056000
      *-------------------------*                                       00056100
       4130-SCAN-PAYMENTS.                                              00056200
      *-------------------------*                                       00056300
      *    GNP under the invoice just read walks its payments           00056400
      *    only; the GN of 4100 then carries on past them               00056500
           INITIALIZE SEG-IO-AREA.                                      00056600
           CALL 'CBLTDLI' USING DLI-GNP,                                00056700
                                PCB-MASK-GI,                            00056800
                                SEG-IO-AREA,                            00056900
                                UNQUAL-SSA-PAYMENT.                     00057000
                                                                        00057100
           IF STATUS-CODE = '  '                                        00057200
              MOVE SEG-IO-AREA TO WS-PAYMENT-READ-SEG                   00057300
              IF WS-PR-PAYAMT NUMERIC                                   00057400
                 ADD 1 TO WS-NO-PAYMENTS                                00057500
                 MOVE WS-PR-PAYDATE TO WS-CLASS-DATE                    00057600
                 PERFORM 4150-CLASSIFY-DATE                             00057700
                    THRU 4150-CLASSIFY-DATE-END                         00057800
                 EVALUATE TRUE                                          00057900
                   WHEN WS-DATED-BEFORE                                 00058000
                      SUBTRACT WS-PR-PAYAMT FROM WS-BEFORE-BALANCE      00058100
                   WHEN WS-DATED-AFTER                                  00058200
                      SUBTRACT WS-PR-PAYAMT FROM WS-AFTER-ACTIVITY      00058300
                   WHEN OTHER                                           00058400
                      ADD WS-PR-PAYAMT TO WS-RF-PAYMENTS                00058500
                 END-EVALUATE                                           00058600
              END-IF                                                    00058700
           END-IF.                                                      00058800
      *-------------------------*                                       00058900
       4130-SCAN-PAYMENTS-END.                                          00059000
      *-------------------------*                                       00059100
           EXIT.                                                        00059200
                                                                        00059300
      *-------------------------*                                       00059400
       4150-CLASSIFY-DATE.                                              00059500
      *-------------------------*                                       00059600
      *    a date that cannot be read falls before the period, so       00059700
      *    it stays in the opening balance and is never dropped         00059800
           IF WS-CLASS-DATE NOT NUMERIC                                 00059900
              DISPLAY 'DATE NOT NUMERIC - TAKEN AS PRIOR: '             00060000
                 WS-SAVE-INVOICENO ' ' WS-CLASS-DATE                    00060100
              ADD 1 TO WS-NO-BAD-DATES                                  00060200
              MOVE 'B' TO WS-DATE-CLASS                                 00060300
              GO TO 4150-CLASSIFY-DATE-END                              00060400
           END-IF.                                                      00060500
           EVALUATE TRUE                                                00060600
             WHEN WS-CLASS-DATE < WS-PERIOD-START                       00060700
                MOVE 'B' TO WS-DATE-CLASS                               00060800
             WHEN WS-CLASS-DATE > WS-PERIOD-END                         00060900
                MOVE 'A' TO WS-DATE-CLASS                               00061000
                ADD 1 TO WS-NO-AFTER                                    00061100
             WHEN OTHER                                                 00061200
                MOVE 'M' TO WS-DATE-CLASS                               00061300
                ADD 1 TO WS-NO-IN-MONTH                                 00061400
           END-EVALUATE.                                                00061500
      *-------------------------*                                       00061600
       4150-CLASSIFY-DATE-END.                                          00061700
      *-------------------------*                                       00061800
           EXIT.                                                        00061900
                                                                        00062000
      *-------------------------*                                       00062100
       6000-PROVE-CLOSE.                                                00062200
      *-------------------------*                                       00062300
      *    on the first close the opening balance is what the           00062400
      *    database holds dated before the month                        00062500
           IF WS-IS-FIRST-CLOSE                                         00062600
              MOVE WS-BEFORE-BALANCE TO WS-RF-OPENING                   00062700
           END-IF.                                                      00062800
      *    anything that changed the closed months since the last       00062900
      *    close shows on its own line rather than hiding in the        00063000
      *    opening balance                                              00063100
           COMPUTE WS-RF-PRIOR-ADJ = WS-BEFORE-BALANCE - WS-RF-OPENING. 00063200
           COMPUTE WS-RF-CLOSING = WS-RF-OPENING + WS-RF-PRIOR-ADJ      00063300
                                 + WS-RF-CHARGES - WS-RF-PAYMENTS       00063400
                                 + WS-RF-CREDITS + WS-RF-DEBITS         00063500
                                 + WS-RF-NSF-REVERSALS.                 00063600
      *    the aging is tonight's and counts everything on file at      00063660
      *    the close run, so taking off what is dated after the         00063720
      *    month - payments on the 1st included - gets back to its      00063780
      *    end                                                          00063840
           COMPUTE WS-AGT-AT-PERIOD-END =                               00063900
              WS-AGT-GRAND-TOTAL - WS-AFTER-ACTIVITY.                   00064000
           COMPUTE WS-PROOF-DIFFERENCE =                                00064100
              WS-RF-CLOSING - WS-AGT-AT-PERIOD-END.                     00064200
           IF WS-PROOF-DIFFERENCE = ZERO                                00064300
              MOVE 'Y' TO WS-BALANCE-SW                                 00064400
           ELSE                                                         00064500
              MOVE 'N' TO WS-BALANCE-SW                                 00064600
           END-IF.                                                      00064700
           IF WS-RF-PRIOR-ADJ NOT = ZERO                                00064800
              DISPLAY 'ACTIVITY IN CLOSED PERIODS SINCE LAST CLOSE: '   00064900
                 WS-RF-PRIOR-ADJ                                        00065000
           END-IF.                                                      00065100
      *-------------------------*                                       00065200
       6000-PROVE-CLOSE-END.                                            00065300
      *-------------------------*                                       00065400
           EXIT.                                                        00065500
                                                                        00065600
      *-------------------------*                                       00065700
       7000-WRITE-ROLLFORWARD.                                          00065800
      *-------------------------*                                       00065900
           IF WS-IS-FIRST-CLOSE                                         00066000
              MOVE 'OPENING AR (FIRST CLOSE - FROM DATABASE)'           00066100
                 TO RPT-A-LABEL                                         00066200
           ELSE                                                         00066300
              MOVE 'OPENING AR (LAST CLOSE)' TO RPT-A-LABEL             00066400
           END-IF.                                                      00066500
           MOVE WS-RF-OPENING TO RPT-A-AMT.                             00066600
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00066700
              AFTER ADVANCING 2 LINES.                                  00066800
           MOVE 'ACTIVITY DATED IN CLOSED PERIODS' TO RPT-A-LABEL.      00066900
           MOVE WS-RF-PRIOR-ADJ TO RPT-A-AMT.                           00067000
           PERFORM 7100-WRITE-AMOUNT                                    00067100
              THRU 7100-WRITE-AMOUNT-END.                               00067200
           MOVE 'PLUS CHARGES' TO RPT-A-LABEL.                          00067300
           MOVE WS-RF-CHARGES TO RPT-A-AMT.                             00067400
           PERFORM 7100-WRITE-AMOUNT                                    00067500
              THRU 7100-WRITE-AMOUNT-END.                               00067600
           MOVE 'LESS PAYMENTS' TO RPT-A-LABEL.                         00067700
           MOVE WS-RF-PAYMENTS TO RPT-A-AMT.                            00067800
           PERFORM 7100-WRITE-AMOUNT                                    00067900
              THRU 7100-WRITE-AMOUNT-END.                               00068000
           MOVE 'CREDIT MEMOS' TO RPT-A-LABEL.                          00068100
           MOVE WS-RF-CREDITS TO RPT-A-AMT.                             00068200
           PERFORM 7100-WRITE-AMOUNT                                    00068300
              THRU 7100-WRITE-AMOUNT-END.                               00068400
           MOVE 'DEBIT MEMOS' TO RPT-A-LABEL.                           00068500
           MOVE WS-RF-DEBITS TO RPT-A-AMT.                              00068600
           PERFORM 7100-WRITE-AMOUNT                                    00068700
              THRU 7100-WRITE-AMOUNT-END.                               00068800
           MOVE 'PLUS RETURNED PAYMENT REVERSALS' TO RPT-A-LABEL.       00068900
           MOVE WS-RF-NSF-REVERSALS TO RPT-A-AMT.                       00069000
           PERFORM 7100-WRITE-AMOUNT                                    00069100
              THRU 7100-WRITE-AMOUNT-END.                               00069200
           MOVE 'CLOSING AR' TO RPT-A-LABEL.                            00069300
           MOVE WS-RF-CLOSING TO RPT-A-AMT.                             00069400
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00069500
              AFTER ADVANCING 2 LINES.                                  00069600
                                                                        00069700
           MOVE WS-AGT-ASOF TO RPT-P-ASOF.                              00069800
           WRITE RPT01-OUT-REC FROM RPT-PROOF-HEADER                    00069900
              AFTER ADVANCING 3 LINES.                                  00070000
           MOVE 'AGING GRAND TOTAL' TO RPT-A-LABEL.                     00070100
           MOVE WS-AGT-GRAND-TOTAL TO RPT-A-AMT.                        00070200
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00070300
              AFTER ADVANCING 2 LINES.                                  00070400
           MOVE 'LESS ACTIVITY DATED AFTER PERIOD END' TO RPT-A-LABEL.  00070500
           MOVE WS-AFTER-ACTIVITY TO RPT-A-AMT.                         00070600
           PERFORM 7100-WRITE-AMOUNT                                    00070700
              THRU 7100-WRITE-AMOUNT-END.                               00070800
           MOVE 'AGING AT PERIOD END' TO RPT-A-LABEL.                   00070900
           MOVE WS-AGT-AT-PERIOD-END TO RPT-A-AMT.                      00071000
           PERFORM 7100-WRITE-AMOUNT                                    00071100
              THRU 7100-WRITE-AMOUNT-END.                               00071200
           MOVE 'DIFFERENCE' TO RPT-A-LABEL.                            00071300
           MOVE WS-PROOF-DIFFERENCE TO RPT-A-AMT.                       00071400
           PERFORM 7100-WRITE-AMOUNT                                    00071500
              THRU 7100-WRITE-AMOUNT-END.                               00071600
                                                                        00071700
           MOVE 'INVOICES AND MEMOS READ' TO RPT-C-LABEL.               00071800
           MOVE WS-NO-INVOICES TO RPT-C-CNT.                            00071900
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00072000
              AFTER ADVANCING 2 LINES.                                  00072100
           MOVE 'PAYMENTS READ' TO RPT-C-LABEL.                         00072200
           MOVE WS-NO-PAYMENTS TO RPT-C-CNT.                            00072300
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00072400
              AFTER ADVANCING 1 LINE.                                   00072500
           MOVE 'DATES NOT NUMERIC (TAKEN AS PRIOR)' TO RPT-C-LABEL.    00072600
           MOVE WS-NO-BAD-DATES TO RPT-C-CNT.                           00072700
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00072800
              AFTER ADVANCING 1 LINE.                                   00072900
                                                                        00073000
           MOVE SPACE TO RPT-MESSAGE-LINE.                              00073100
           IF WS-IN-BALANCE                                             00073200
              STRING '*** IN BALANCE - PERIOD ' CTL-PERIOD              00073300
                 ' CLOSED, NEXT OPEN PERIOD ' WS-NEXT-PERIOD ' ***'     00073400
                 DELIMITED BY SIZE INTO RPT-MESSAGE-LINE                00073500
           ELSE                                                         00073600
              STRING '*** OUT OF BALANCE - PERIOD ' CTL-PERIOD          00073700
                 ' NOT CLOSED ***'                                      00073800
                 DELIMITED BY SIZE INTO RPT-MESSAGE-LINE                00073900
           END-IF.                                                      00074000
           WRITE RPT01-OUT-REC FROM RPT-MESSAGE-LINE                    00074100
              AFTER ADVANCING 2 LINES.                                  00074200
      *-------------------------*                                       00074300
       7000-WRITE-ROLLFORWARD-END.                                      00074400
      *-------------------------*                                       00074500
           EXIT.                                                        00074600
                                                                        00074700
      *-------------------------*                                       00074800
       7100-WRITE-AMOUNT.                                               00074900
      *-------------------------*                                       00075000
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00075100
              AFTER ADVANCING 1 LINE.                                   00075200
      *-------------------------*                                       00075300
       7100-WRITE-AMOUNT-END.                                           00075400
      *-------------------------*                                       00075500
           EXIT.                                                        00075600
                                                                        00075700
      *-------------------------*                                       00075800
       8000-LOCK-PERIOD.                                                00075900
      *-------------------------*                                       00076000
      *    from here on the posting programs refuse or redate           00076100
      *    anything dated before the next period                        00076200
           OPEN OUTPUT PERCTL.                                          00076300
           IF WS-PER-FS NOT = '00'                                      00076400
      D       DISPLAY "ERROR OPEN FILE PERCTL: " WS-PER-FS              00076500
              MOVE 16 TO RETURN-CODE                                    00076600
              PERFORM 9999-ABEND                                        00076700
                 THRU 9999-ABEND-END                                    00076800
           END-IF.                                                      00076900
           MOVE SPACE           TO PERCTL-REC.                          00077000
           MOVE WS-NEXT-PERIOD  TO PER-OPEN-PERIOD.                     00077100
           MOVE WS-CLOSE-PERIOD TO PER-LAST-CLOSED.                     00077200
           MOVE WS-RUN-DATE     TO PER-CLOSE-DATE.                      00077300
           MOVE WS-RF-CLOSING   TO PER-CLOSED-AR.                       00077400
           WRITE PERCTL-REC.                                            00077500
           CLOSE PERCTL.                                                00077600
           DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED - OPEN PERIOD '   00077700
              WS-NEXT-PERIOD.                                           00077800
      *-------------------------*                                       00077900
       8000-LOCK-PERIOD-END.                                            00078000
      *-------------------------*                                       00078100
           EXIT.                                                        00078200
                                                                        00078300
      *-------------------*                                             00078400
       9999-ABEND.                                                      00078500
      *-------------------*                                             00078600
      D    DISPLAY "WE ARE IN ABEND".                                   00078700
      *    WE FORCE AN ABEND                                            00078800
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00078900
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00079000
           GOBACK.                                                      00079100
      *-------------------*                                             00079200
       9999-ABEND-END.                                                  00079300
      *-------------------*                                             00079400
           EXIT.                                                        00079500
