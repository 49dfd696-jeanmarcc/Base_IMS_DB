      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBPAYSC.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Tableau de bord mensuel des payeurs. Lit le registre       00000900
      *      cumulatif des reclamations (CLMREG) et, pour chaque        00001000
      *      reclamation extraite dans les 12 mois qui finissent        00001100
      *      au mois demande, va chercher sa facture (GU PATIENT        00001200
      *      + BILLING) et les PAYMENT de ce payeur (GNP). Par          00001300
      *      payeur et par mois d'extraction: reclamations              00001400
      *      envoyees, delai moyen et pire delai de l'extraction        00001500
      *      au premier paiement, taux de refus, taux de paiement       00001600
      *      a la premiere soumission, montant facture et montant       00001700
      *      encaisse (hors cheques retournes, PAY-RETURNED = 'R').     00001800
      *      Pour le mois demande, les trois principaux                 00001900
      *      motifs de refus de chaque payeur. Suit la tendance         00002000
      *      des 12 mois par payeur.                                    00002100
      *                                                                 00002200
      * Fichier entree: CTLCARD, le mois du tableau (YYYYMM)            00002300
      * Fichier entree: CLMREG, registre des reclamations emises        00002400
      * Fichier sortie: SCRRPT, tableau de bord des payeurs             00002500
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
       ENVIRONMENT DIVISION.                                            00002800
      *--------------------*                                            00002900
       CONFIGURATION SECTION.                                           00003000
       OBJECT-COMPUTER.                                                 00003100
       SOURCE-COMPUTER.                                                 00003200
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
           SELECT CTLCARD ASSIGN TO CTLCARD                             00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-CTL-FS.                                    00003800
           SELECT CLM-REG ASSIGN TO CLMREG                              00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-REG-FS.                                    00004100
           SELECT RPT01-OUT ASSIGN TO SCRRPT                            00004200
           ORGANIZATION IS LINE SEQUENTIAL                              00004300
           FILE STATUS IS WS-RPT01-FS.                                  00004400
      *----------------*                                                00004500
       DATA DIVISION.                                                   00004600
      *----------------*                                                00004700
       FILE SECTION.                                                    00004800
                                                                        00004900
       FD  CTLCARD RECORDING MODE F.                                    00005000
       01  CTL-CARD-REC.                                                00005100
           05 CTL-PERIOD                PIC X(06).                      00005200
           05 FILLER                    PIC X(74).                      00005300
                                                                        00005400
      *    registre des reclamations tel qu'ecrit par PBCLAIM et        00005500
      *    tenu a jour par PBRESP                                       00005600
       FD  CLM-REG RECORDING MODE F.                                    00005700
       01  CLM-REG-REC.                                                 00005800
           05 CLR-PATIENID      PIC X(05).                              00005900
           05 FILLER            PIC X(01).                              00006000
           05 CLR-INVOICENO     PIC X(08).                              00006100
           05 FILLER            PIC X(01).                              00006200
           05 CLR-PAYERCD       PIC X(08).                              00006300
           05 FILLER            PIC X(01).                              00006400
           05 CLR-POLICYNO      PIC X(12).                              00006500
           05 FILLER            PIC X(01).                              00006600
           05 CLR-AMOUNT        PIC S9(7)V99.                           00006700
           05 FILLER            PIC X(01).                              00006800
           05 CLR-BILLDATE      PIC X(08).                              00006900
           05 FILLER            PIC X(01).                              00007000
           05 CLR-EXTRDATE      PIC X(08).                              00007100
           05 FILLER            PIC X(01).                              00007200
           05 CLR-LEVEL         PIC X(01).                              00007300
           05 FILLER            PIC X(01).                              00007400
           05 CLR-DISP          PIC X(01).                              00007500
           05 FILLER            PIC X(01).                              00007600
           05 CLR-REASON        PIC X(04).                              00007700
           05 FILLER            PIC X(01).                              00007800
           05 CLR-DENIED        PIC X(01).                              00007900
           05 CLR-DENY-RSN      PIC X(04).                              00008000
           05 FILLER            PIC X(01).                              00008100
                                                                        00008200
       FD  RPT01-OUT RECORDING MODE F.                                  00008300
       01  RPT01-OUT-REC                PIC X(80).                      00008400
                                                                        00008500
      *-----------------------*                                         00008600
       WORKING-STORAGE SECTION.                                         00008700
      *-----------------------*                                         00008800
       01 WS-FILE-STATUS.                                               00008900
          05 WS-CTL-FS                 PIC X(2).                        00009000
          05 WS-REG-FS                 PIC X(2).                        00009100
          05 WS-RPT01-FS               PIC X(2).                        00009200
                                                                        00009300
       01 WS-COUNTERS.                                                  00009400
           05 WS-NO-READ-REG               PIC 9(8).                    00009500
           05 WS-NO-IN-WINDOW              PIC 9(8).                    00009600
           05 WS-NO-NOT-ON-DB              PIC 9(8).                    00009700
           05 WS-NO-BAD-DATE               PIC 9(8).                    00009800
           05 WS-NO-NOT-TALLIED            PIC 9(8).                    00009900
                                                                        00010000
       01 WS-REG-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010100
          88 WS-REG-EOF                 VALUE 'TRUE'.                   00010200
                                                                        00010300
      *    le mois du tableau et les mois en numero absolu              00010400
      *    (annee * 12 + mois - 1) pour situer chaque reclamation       00010500
      *    dans la fenetre de 12 mois                                   00010600
       01 WS-RPT-PERIOD                 PIC 9(06).                      00010700
       01 WS-RPT-PERIOD-R REDEFINES WS-RPT-PERIOD.                      00010800
          05 WS-RPT-YY      PIC 9(04).                                  00010900
          05 WS-RPT-MM      PIC 9(02).                                  00011000
       01 WS-RPT-MONTH-NO               PIC S9(7) COMP.                 00011100
       01 WS-CLM-MONTH-NO               PIC S9(7) COMP.                 00011200
       01 WS-MONTH-DIFF                 PIC S9(7) COMP.                 00011300
       01 WS-LABEL-MONTH-NO             PIC S9(7) COMP.                 00011400
       01 WS-LABEL-YY                   PIC 9(04).                      00011500
       01 WS-LABEL-MM0                  PIC 9(02).                      00011600
       01 WS-LABEL-PERIOD               PIC 9(06).                      00011700
       01 WS-LABEL-PERIOD-R REDEFINES WS-LABEL-PERIOD.                  00011800
          05 WS-LABEL-P-YY  PIC 9(04).                                  00011900
          05 WS-LABEL-P-MM  PIC 9(02).                                  00012000
                                                                        00012100
       01 WS-EXTR-DATE-R.                                               00012200
          05 WS-EXTR-YY     PIC 9(04).                                  00012300
          05 WS-EXTR-MM     PIC 9(02).                                  00012400
          05 WS-EXTR-DD     PIC 9(02).                                  00012500
       01 WS-PAID-DATE-R.                                               00012600
          05 WS-PAID-YY     PIC 9(04).                                  00012700
          05 WS-PAID-MM     PIC 9(02).                                  00012800
          05 WS-PAID-DD     PIC 9(02).                                  00012900
                                                                        00013000
      *    approximate day numbers (yy*365 + mm*30 + dd), as the        00013100
      *    claim aging uses                                             00013200
       01 WS-EXTR-DAYS                  PIC S9(9) COMP.                 00013300
       01 WS-PAID-DAYS                  PIC S9(9) COMP.                 00013400
       01 WS-DAYS-TO-PAY                PIC S9(9) COMP.                 00013500
                                                                        00013600
      *    ce que le payeur a verse sur la facture de la reclamation    00013700
       01 WS-CLAIM-FIRST-PAID           PIC X(08).                      00013800
       01 WS-CLAIM-COLLECTED            PIC S9(9)V99.                   00013900
       01 WS-CLAIM-BILLED               PIC S9(9)V99.                   00014000
       01 WS-CLAIM-DENY-RSN             PIC X(04).                      00014100
                                                                        00014200
       01 WS-CLAIM-DENIED-SW            PIC X(01).                      00014300
          88 WS-CLAIM-WAS-DENIED        VALUE 'Y'.                      00014400
       01 WS-CLAIM-FIRST-PASS-SW        PIC X(01).                      00014500
          88 WS-CLAIM-FIRST-PASS        VALUE 'Y'.                      00014600
                                                                        00014700
      *    cumuls par payeur, un poste par mois d'extraction; le        00014800
      *    poste 12 est le mois du tableau, le poste 1 onze mois        00014900
      *    plus tot                                                     00015000
       01 WS-PAYER-TABLE.                                               00015100
          05 WS-PAY-MAX         PIC 9(02) COMP VALUE 20.                00015200
          05 WS-PAY-COUNT       PIC 9(02) COMP VALUE 0.                 00015300
          05 WS-PAY-ENTRY OCCURS 20 TIMES INDEXED BY PAY-IDX.           00015400
             10 WS-PAY-PAYERCD  PIC X(08).                              00015500
             10 WS-PAY-MONTH OCCURS 12 TIMES.                           00015600
                15 WS-PM-SENT      PIC 9(05) COMP.                      00015700
                15 WS-PM-DENIED    PIC 9(05) COMP.                      00015800
                15 WS-PM-FIRSTPASS PIC 9(05) COMP.                      00015900
                15 WS-PM-PAID      PIC 9(05) COMP.                      00016000
                15 WS-PM-DAYS-TOT  PIC 9(09) COMP.                      00016100
                15 WS-PM-DAYS-MAX  PIC 9(05) COMP.                      00016200
                15 WS-PM-BILLED    PIC S9(9)V99.                        00016300
                15 WS-PM-COLLECTED PIC S9(9)V99.                        00016400
                                                                        00016500
       01 WS-PAY-FOUND                  PIC X(01) VALUE 'N'.            00016600
          88 WS-PAY-HIT                 VALUE 'Y'.                      00016700
       01 WS-PAY-HIT-SUB                PIC 9(02) COMP VALUE 0.         00016800
       01 WS-PAY-SUB                    PIC 9(02) COMP VALUE 0.         00016900
       01 WS-MON-SUB                    PIC 9(02) COMP VALUE 0.         00017000
                                                                        00017100
      *    refus du mois du tableau par payeur et par code motif        00017200
       01 WS-REASON-TABLE.                                              00017300
          05 WS-RSN-MAX         PIC 9(03) COMP VALUE 200.               00017400
          05 WS-RSN-COUNT       PIC 9(03) COMP VALUE 0.                 00017500
          05 WS-RSN-ENTRY OCCURS 200 TIMES INDEXED BY RSN-IDX.          00017600
             10 WS-RSN-PAYERCD  PIC X(08).                              00017700
             10 WS-RSN-REASON   PIC X(04).                              00017800
             10 WS-RSN-CNT      PIC 9(05) COMP.                         00017900
                                                                        00018000
       01 WS-RSN-FOUND                  PIC X(01) VALUE 'N'.            00018100
          88 WS-RSN-HIT                 VALUE 'Y'.                      00018200
       01 WS-RSN-HIT-SUB                PIC 9(03) COMP VALUE 0.         00018300
       01 WS-RSN-SUB                    PIC 9(03) COMP VALUE 0.         00018400
                                                                        00018500
      *    les trois motifs les plus frequents d'un payeur              00018600
       01 WS-TOP-TABLE.                                                 00018700
          05 WS-TOP-SUB OCCURS 3 TIMES  PIC 9(03) COMP.                 00018800
       01 WS-TOP-N                      PIC 9(01) COMP VALUE 0.         00018900
       01 WS-TOP-BEST-CNT               PIC 9(05) COMP VALUE 0.         00019000
       01 WS-TOP-BEST-SUB               PIC 9(03) COMP VALUE 0.         00019100
                                                                        00019200
      *    taux calcules pour l'impression                              00019300
       01 WS-RATE-DENIED                PIC S9(3)V9.                    00019400
       01 WS-RATE-FIRSTPASS             PIC S9(3)V9.                    00019500
       01 WS-RATE-COLLECTED             PIC S9(3)V9.                    00019600
       01 WS-AVG-DAYS                   PIC S9(5).                      00019700
                                                                        00019800
       01 RPT-HEADER-1.                                                 00019900
           05 FILLER           PIC X(33) VALUE                          00020000
                'PAYER PERFORMANCE SCORECARD      '.                    00020100
           05 FILLER           PIC X(07) VALUE 'MONTH: '.               00020200
           05 RPT-H1-PERIOD    PIC X(06).                               00020300
           05 FILLER           PIC X(25) VALUE SPACE.                   00020400
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00020500
           05 RPT-H1-PAGE      PIC ZZZ9.                                00020600
                                                                        00020700
       01 RPT-HEADER-2.                                                 00020800
           05 FILLER           PIC X(10) VALUE 'PAYER'.                 00020900
           05 FILLER           PIC X(06) VALUE '  SENT'.                00021000
           05 FILLER           PIC X(06) VALUE '   AVG'.                00021100
           05 FILLER           PIC X(06) VALUE ' WORST'.                00021200
           05 FILLER           PIC X(07) VALUE '  DENY%'.               00021300
           05 FILLER           PIC X(07) VALUE ' 1STPS%'.               00021400
           05 FILLER           PIC X(12) VALUE '      BILLED'.          00021500
           05 FILLER           PIC X(12) VALUE '   COLLECTED'.          00021600
           05 FILLER           PIC X(07) VALUE '  COLL%'.               00021700
           05 FILLER           PIC X(07) VALUE SPACE.                   00021800
                                                                        00021900
       01 RPT-HEADER-3.                                                 00022000
           05 FILLER           PIC X(10) VALUE 'MONTH'.                 00022100
           05 FILLER           PIC X(06) VALUE '  SENT'.                00022200
           05 FILLER           PIC X(06) VALUE '   AVG'.                00022300
           05 FILLER           PIC X(06) VALUE ' WORST'.                00022400
           05 FILLER           PIC X(07) VALUE '  DENY%'.               00022500
           05 FILLER           PIC X(07) VALUE ' 1STPS%'.               00022600
           05 FILLER           PIC X(12) VALUE '      BILLED'.          00022700
           05 FILLER           PIC X(12) VALUE '   COLLECTED'.          00022800
           05 FILLER           PIC X(07) VALUE '  COLL%'.               00022900
           05 FILLER           PIC X(07) VALUE SPACE.                   00023000
                                                                        00023100
      *    une ligne de mesures: le payeur au tableau du mois, le       00023200
      *    mois d'extraction dans la tendance                           00023300
       01 RPT-DETAIL-LINE.                                              00023400
           05 RPT-D-KEY        PIC X(08).                               00023500
           05 FILLER           PIC X(02) VALUE SPACE.                   00023600
           05 RPT-D-SENT       PIC ZZZZZ9.                              00023700
           05 RPT-D-AVG        PIC ZZZZZ9.                              00023800
           05 RPT-D-WORST      PIC ZZZZZ9.                              00023900
           05 FILLER           PIC X(02) VALUE SPACE.                   00024000
           05 RPT-D-DENY-PCT   PIC ZZ9.9.                               00024100
           05 FILLER           PIC X(02) VALUE SPACE.                   00024200
           05 RPT-D-FIRST-PCT  PIC ZZ9.9.                               00024300
           05 RPT-D-BILLED     PIC -ZZZZZZZ9.99.                        00024400
           05 RPT-D-COLLECTED  PIC -ZZZZZZZ9.99.                        00024500
           05 FILLER           PIC X(02) VALUE SPACE.                   00024600
           05 RPT-D-COLL-PCT   PIC ZZ9.9.                               00024700
           05 FILLER           PIC X(07) VALUE SPACE.                   00024800
                                                                        00024900
       01 RPT-REASON-LINE.                                              00025000
           05 FILLER           PIC X(10) VALUE SPACE.                   00025100
           05 FILLER           PIC X(13) VALUE 'TOP DENIALS: '.         00025200
           05 RPT-R-ENTRY OCCURS 3 TIMES.                               00025300
              10 RPT-R-REASON  PIC X(04).                               00025400
              10 FILLER        PIC X(01) VALUE '('.                     00025500
              10 RPT-R-CNT     PIC ZZZZ9.                               00025600
              10 FILLER        PIC X(03) VALUE ')  '.                   00025700
           05 FILLER           PIC X(18) VALUE SPACE.                   00025800
                                                                        00025900
       01 RPT-TREND-HEADER.                                             00026000
           05 FILLER           PIC X(22) VALUE                          00026100
                '12-MONTH TREND, PAYER '.                               00026200
           05 RPT-TH-PAYERCD   PIC X(08).                               00026300
           05 FILLER           PIC X(50) VALUE SPACE.                   00026400
                                                                        00026500
       01 RPT-MESSAGE-LINE     PIC X(80).                               00026600
                                                                        00026700
       01 WS-RPT-COUNTERS.                                              00026800
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00026900
           05 WS-RPT-PAGE-CNT           PIC 9(03) COMP.                 00027000
                                                                        00027100
       01 WS-RPT-LINES-PER-PAGE         PIC 9(03) VALUE 50.             00027200
                                                                        00027300
       01 QUAL-SSA-PATIENT.                                             00027400
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00027500
           05  FILLER      PIC X(01) VALUE '('.                         00027600
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00027700
           05  OPER        PIC X(02) VALUE 'EQ'.                        00027800
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00027900
           05  FILLER      PIC X(01) VALUE ')'.                         00028000
                                                                        00028100
       01 QUAL-SSA-BILLING.                                             00028200
           05  SEGNAME     PIC X(8) VALUE 'BILLING'.                    00028300
           05  FILLER      PIC X(1) VALUE '('.                          00028400
           05  FIELD-NAME  PIC X(8) VALUE 'INVOICEN'.                   00028500
           05  OPER        PIC X(2) VALUE 'EQ'.                         00028600
           05  FIELD-VAL   PIC X(8) VALUE SPACE.                        00028700
           05  FILLER      PIC X(1) VALUE ')'.                          00028800
                                                                        00028900
       01 UNQUAL-SSA-PAYMENT.                                           00029000
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00029100
           05 FILLER PIC X VALUE SPACE.                                 00029200
                                                                        00029300
       01 DLI-FUNCTIONS.                                                00029400
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00029500
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00029600
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00029700
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00029800
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00029900
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00030000
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00030100
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00030200
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00030300
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00030400
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00030500
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00030600
                                                                        00030700
       01 SEG-IO-AREA     PIC X(60).                                    00030800
                                                                        00030900
       01 WS-PAYMENT-READ-SEG REDEFINES SEG-IO-AREA.                    00031000
          05 WS-PR-PAYDATE   PIC X(08).                                 00031100
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00031200
          05 WS-PR-PAYMETH   PIC X(02).                                 00031300
          05 WS-PR-PAYREF    PIC X(12).                                 00031400
          05 WS-PR-PAY-FACILITY PIC X(02).                              00031500
          05 WS-PR-PAYERCD   PIC X(08).                                 00031600
          05 WS-PR-RETURNED  PIC X(01).                                 00031700
             88 WS-PR-IS-RETURNED  VALUE 'R'.                           00031800
          05 WS-PR-RETDATE   PIC X(08).                                 00031900
          05 FILLER          PIC X(10).                                 00032000
                                                                        00032100
      *-----------------------*                                         00032200
       LINKAGE SECTION.                                                 00032300
      *-----------------------*                                         00032400
                                                                        00032500
      * psb to get                                                      00032600
        01 PCB-MASK-GI.                                                 00032700
           03 DBD-NAME        PIC X(8).                                 00032800
           03 SEG-LEVEL       PIC XX.                                   00032900
           03 STATUS-CODE     PIC XX.                                   00033000
           03 PROC-OPT        PIC X(4).                                 00033100
           03 FILLER          PIC X(4).                                 00033200
           03 SEG-NAME        PIC X(8).                                 00033300
           03 KEY-FDBK        PIC S9(5) COMP.                           00033400
           03 NUM-SENSEG      PIC S9(5) COMP.                           00033500
           03 KEY-FDBK-AREA.                                            00033600
              05 PATIENT-KEY    PIC X(5).                               00033700
              05 MEDICAL-KEY    PIC X(6).                               00033800
              05 DRUG-KEY       PIC X(8).                               00033900
              05 BILLING-KEY    PIC X(8).                               00034000
                                                                        00034100
      *-----------------------*                                         00034200
       PROCEDURE DIVISION.                                              00034300
      *-----------------------*                                         00034400
                                                                        00034500
           INITIALIZE PCB-MASK-GI.                                      00034600
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00034700
                                                                        00034800
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00034900
                                                                        00035000
           PERFORM 1000-INIT                                            00035100
              THRU 1000-INIT-END.                                       00035200
                                                                        00035300
           DISPLAY '1_____SCORE CLAIMS OF THE LAST 12 MONTHS'.          00035400
           PERFORM 5000-PROCESS-CLAIM                                   00035500
              THRU 5000-PROCESS-CLAIM-END                               00035600
              UNTIL WS-REG-EOF.                                         00035700
           CLOSE CLM-REG.                                               00035800
                                                                        00035900
           DISPLAY '2_____PRINT SCORECARD AND TREND'.                   00036000
           PERFORM 7000-WRITE-SCORECARD                                 00036100
              THRU 7000-WRITE-SCORECARD-END.                            00036200
           PERFORM 7500-WRITE-TREND                                     00036300
              THRU 7500-WRITE-TREND-END                                 00036400
              VARYING WS-PAY-SUB FROM 1 BY 1                            00036500
              UNTIL WS-PAY-SUB > WS-PAY-COUNT.                          00036600
                                                                        00036700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00036800
           DISPLAY 'REGISTER ROWS READ : ' WS-NO-READ-REG.              00036900
           DISPLAY 'IN 12-MONTH WINDOW : ' WS-NO-IN-WINDOW.             00037000
           DISPLAY 'INVOICE NOT ON DB  : ' WS-NO-NOT-ON-DB.             00037100
           DISPLAY 'BAD EXTRACT DATES  : ' WS-NO-BAD-DATE.              00037200
           DISPLAY 'NOT TALLIED        : ' WS-NO-NOT-TALLIED.           00037300
           CLOSE RPT01-OUT.                                             00037400
                                                                        00037500
           IF WS-NO-BAD-DATE > 0                                        00037600
              OR WS-NO-NOT-TALLIED > 0                                  00037700
              MOVE 4 TO RETURN-CODE                                     00037800
           END-IF.                                                      00037900
                                                                        00038000
           GOBACK.                                                      00038100
                                                                        00038200
      *------------*                                                    00038300
       1000-INIT.                                                       00038400
      *------------*                                                    00038500
           DISPLAY "***** INIT PROCESS *****".                          00038600
                                                                        00038700
           MOVE SPACE TO WS-FILE-STATUS.                                00038800
           MOVE ZEROES TO WS-COUNTERS.                                  00038900
           INITIALIZE WS-RPT-COUNTERS.                                  00039000
                                                                        00039100
           OPEN INPUT CTLCARD.                                          00039200
           IF WS-CTL-FS NOT = "00"                                      00039300
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00039400
             PERFORM 9999-ABEND                                         00039500
                THRU 9999-ABEND-END                                     00039600
           END-IF.                                                      00039700
           READ CTLCARD                                                 00039800
              AT END                                                    00039900
      D         DISPLAY "CTLCARD IS EMPTY - NO MONTH SUPPLIED"          00040000
                PERFORM 9999-ABEND                                      00040100
                   THRU 9999-ABEND-END                                  00040200
           END-READ.                                                    00040300
           CLOSE CTLCARD.                                               00040400
                                                                        00040500
           IF CTL-PERIOD NOT NUMERIC                                    00040600
              DISPLAY 'CTLCARD MONTH NOT NUMERIC: ' CTL-PERIOD          00040700
              PERFORM 9999-ABEND                                        00040800
                 THRU 9999-ABEND-END                                    00040900
           END-IF.                                                      00041000
           MOVE CTL-PERIOD TO WS-RPT-PERIOD.                            00041100
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12                           00041200
              DISPLAY 'CTLCARD MONTH INVALID: ' CTL-PERIOD              00041300
              PERFORM 9999-ABEND                                        00041400
                 THRU 9999-ABEND-END                                    00041500
           END-IF.                                                      00041600
           COMPUTE WS-RPT-MONTH-NO = (WS-RPT-YY * 12) + WS-RPT-MM - 1.  00041700
                                                                        00041800
           OPEN INPUT CLM-REG.                                          00041900
           IF WS-REG-FS NOT = '00'                                      00042000
      D       DISPLAY "ERROR OPEN FILE CLMREG: " WS-REG-FS              00042100
              PERFORM 9999-ABEND                                        00042200
                 THRU 9999-ABEND-END                                    00042300
           END-IF.                                                      00042400
                                                                        00042500
           OPEN OUTPUT RPT01-OUT.                                       00042600
           MOVE CTL-PERIOD TO RPT-H1-PERIOD.                            00042700
                                                                        00042800
      *    first read of the claim register                             00042900
           PERFORM 8100-READ-REG                                        00043000
              THRU 8100-READ-REG-END.                                   00043100
                                                                        00043200
           DISPLAY "***** FIN INIT PROCESS *****".                      00043300
                                                                        00043400
      *----------------*                                                00043500
       1000-INIT-END.                                                   00043600
      *----------------*                                                00043700
           EXIT.                                                        00043800
                                                                        00043900
      *-----------------------*                                         00044000
       5000-PROCESS-CLAIM.                                              00044100
      *-----------------------*                                         00044200
           IF CLR-EXTRDATE NOT NUMERIC                                  00044300
              DISPLAY 'EXTRACT DATE NOT NUMERIC - NOT SCORED: '         00044400
                 CLR-INVOICENO ' ' CLR-PAYERCD                          00044500
              ADD 1 TO WS-NO-BAD-DATE                                   00044600
              GO TO 5000-PROCESS-CLAIM-NEXT                             00044700
           END-IF.                                                      00044800
                                                                        00044900
      *    only claims extracted in the 12 months of the window         00045000
           MOVE CLR-EXTRDATE TO WS-EXTR-DATE-R.                         00045100
           COMPUTE WS-CLM-MONTH-NO = (WS-EXTR-YY * 12) + WS-EXTR-MM - 1.00045200
           COMPUTE WS-MONTH-DIFF = WS-RPT-MONTH-NO - WS-CLM-MONTH-NO.   00045300
           IF WS-MONTH-DIFF < 0 OR WS-MONTH-DIFF > 11                   00045400
              GO TO 5000-PROCESS-CLAIM-NEXT                             00045500
           END-IF.                                                      00045600
           ADD 1 TO WS-NO-IN-WINDOW.                                    00045700
           COMPUTE WS-MON-SUB = 12 - WS-MONTH-DIFF.                     00045800
                                                                        00045900
           PERFORM 5010-FIND-PAYER                                      00046000
              THRU 5010-FIND-PAYER-END.                                 00046100
           IF NOT WS-PAY-HIT                                            00046200
              ADD 1 TO WS-NO-NOT-TALLIED                                00046300
              GO TO 5000-PROCESS-CLAIM-NEXT                             00046400
           END-IF.                                                      00046500
                                                                        00046600
           PERFORM 5100-GET-COLLECTIONS                                 00046700
              THRU 5100-GET-COLLECTIONS-END.                            00046800
                                                                        00046900
           PERFORM 5200-TALLY-CLAIM                                     00047000
              THRU 5200-TALLY-CLAIM-END.                                00047100
                                                                        00047200
       5000-PROCESS-CLAIM-NEXT.                                         00047300
           PERFORM 8100-READ-REG                                        00047400
              THRU 8100-READ-REG-END.                                   00047500
      *-----------------------*                                         00047600
       5000-PROCESS-CLAIM-END.                                          00047700
      *-----------------------*                                         00047800
           EXIT.                                                        00047900
                                                                        00048000
      *-----------------------*                                         00048100
       5010-FIND-PAYER.                                                 00048200
      *-----------------------*                                         00048300
           MOVE 'N' TO WS-PAY-FOUND.                                    00048400
           PERFORM 5011-PAYER-LOOKUP                                    00048500
              THRU 5011-PAYER-LOOKUP-END                                00048600
              VARYING PAY-IDX FROM 1 BY 1                               00048700
              UNTIL PAY-IDX > WS-PAY-COUNT                              00048800
                 OR WS-PAY-HIT.                                         00048900
                                                                        00049000
           IF NOT WS-PAY-HIT                                            00049100
              IF WS-PAY-COUNT < WS-PAY-MAX                              00049200
                 ADD 1 TO WS-PAY-COUNT                                  00049300
                 SET PAY-IDX TO WS-PAY-COUNT                            00049400
                 SET WS-PAY-HIT-SUB TO PAY-IDX                          00049500
                 INITIALIZE WS-PAY-ENTRY (PAY-IDX)                      00049600
                 MOVE CLR-PAYERCD TO WS-PAY-PAYERCD (PAY-IDX)           00049700
                 MOVE 'Y' TO WS-PAY-FOUND                               00049800
              ELSE                                                      00049900
                 DISPLAY 'PAYER TABLE FULL - NOT SCORED: '              00050000
                    CLR-PAYERCD ' ' CLR-INVOICENO                       00050100
              END-IF                                                    00050200
           END-IF.                                                      00050300
      *-----------------------*                                         00050400
       5010-FIND-PAYER-END.                                             00050500
      *-----------------------*                                         00050600
           EXIT.                                                        00050700
                                                                        00050800
      *-----------------------*                                         00050900
       5011-PAYER-LOOKUP.                                               00051000
      *-----------------------*                                         00051100
           IF WS-PAY-PAYERCD (PAY-IDX) = CLR-PAYERCD                    00051200
              MOVE 'Y' TO WS-PAY-FOUND                                  00051300
              SET WS-PAY-HIT-SUB TO PAY-IDX                             00051400
           END-IF.                                                      00051500
      *-----------------------*                                         00051600
       5011-PAYER-LOOKUP-END.                                           00051700
      *-----------------------*                                         00051800
           EXIT.                                                        00051900
                                                                        00052000
      *-----------------------*                                         00052100
       5100-GET-COLLECTIONS.                                            00052200
      *-----------------------*                                         00052300
      *    what this payer paid on the claim's invoice, and when        00052400
      *    it first paid                                                00052500
           MOVE SPACE TO WS-CLAIM-FIRST-PAID.                           00052600
           MOVE ZERO  TO WS-CLAIM-COLLECTED.                            00052700
                                                                        00052800
           MOVE CLR-PATIENID  TO FIELD-VAL OF QUAL-SSA-PATIENT.         00052900
           MOVE CLR-INVOICENO TO FIELD-VAL OF QUAL-SSA-BILLING.         00053000
           INITIALIZE SEG-IO-AREA.                                      00053100
           CALL 'CBLTDLI' USING DLI-GU,                                 00053200
                                PCB-MASK-GI,                            00053300
                                SEG-IO-AREA,                            00053400
                                QUAL-SSA-PATIENT,                       00053500
                                QUAL-SSA-BILLING.                       00053600
                                                                        00053700
      *    a purged or moved invoice still counts as sent and           00053800
      *    billed, with nothing collected                               00053900
           IF STATUS-CODE NOT = SPACE                                   00054000
      D       DISPLAY 'INVOICE NOT ON DATABASE: ' CLR-INVOICENO         00054100
      D          ' STATUS ' STATUS-CODE                                 00054200
              ADD 1 TO WS-NO-NOT-ON-DB                                  00054300
              GO TO 5100-GET-COLLECTIONS-END                            00054400
           END-IF.                                                      00054500
                                                                        00054600
           PERFORM 5110-SCAN-PAYMENTS                                   00054700
              THRU 5110-SCAN-PAYMENTS-END                               00054800
              UNTIL STATUS-CODE NOT = SPACE.                            00054900
      *-----------------------*                                         00055000
       5100-GET-COLLECTIONS-END.                                        00055100
      *-----------------------*                                         00055200
           EXIT.                                                        00055300
                                                                        00055400
      *-------------------------*                                       00055500
       5110-SCAN-PAYMENTS.                                              00055600
      *-------------------------*                                       00055700
           INITIALIZE SEG-IO-AREA.                                      00055800
           CALL 'CBLTDLI' USING DLI-GNP,                                00055900
                                PCB-MASK-GI,                            00056000
                                SEG-IO-AREA,                            00056100
                                UNQUAL-SSA-PAYMENT.                     00056200
                                                                        00056300
      *    a payer check the bank returned (PBNSF) was never            00056400
      *    collected                                                    00056500
           IF STATUS-CODE = '  '                                        00056600
              IF WS-PR-PAYERCD = CLR-PAYERCD                            00056700
                 AND WS-PR-PAYAMT NUMERIC                               00056800
                 AND NOT WS-PR-IS-RETURNED                              00056900
                 ADD WS-PR-PAYAMT TO WS-CLAIM-COLLECTED                 00057000
                 IF WS-PR-PAYDATE NUMERIC                               00057100
                    IF WS-CLAIM-FIRST-PAID = SPACE                      00057200
                       OR WS-PR-PAYDATE < WS-CLAIM-FIRST-PAID           00057300
                       MOVE WS-PR-PAYDATE TO WS-CLAIM-FIRST-PAID        00057400
                    END-IF                                              00057500
                 END-IF                                                 00057600
              END-IF                                                    00057700
           END-IF.                                                      00057800
      *-------------------------*                                       00057900
       5110-SCAN-PAYMENTS-END.                                          00058000
      *-------------------------*                                       00058100
           EXIT.                                                        00058200
                                                                        00058300
      *-----------------------*                                         00058400
       5200-TALLY-CLAIM.                                                00058500
      *-----------------------*                                         00058600
           SET PAY-IDX TO WS-PAY-HIT-SUB.                               00058700
                                                                        00058800
      *    a claim denied once stays a denial even if paid later;       00058900
      *    rows written before the flag existed fall back on the        00059000
      *    current disposition                                          00059100
           MOVE 'N' TO WS-CLAIM-DENIED-SW.                              00059200
           MOVE 'N' TO WS-CLAIM-FIRST-PASS-SW.                          00059300
           MOVE SPACE TO WS-CLAIM-DENY-RSN.                             00059400
           EVALUATE TRUE                                                00059500
             WHEN CLR-DENIED = 'Y'                                      00059600
                MOVE 'Y'          TO WS-CLAIM-DENIED-SW                 00059700
                MOVE CLR-DENY-RSN TO WS-CLAIM-DENY-RSN                  00059800
             WHEN CLR-DISP = 'D'                                        00059900
                MOVE 'Y'          TO WS-CLAIM-DENIED-SW                 00060000
                MOVE CLR-REASON   TO WS-CLAIM-DENY-RSN                  00060100
             WHEN CLR-DISP = 'P'                                        00060200
                MOVE 'Y'          TO WS-CLAIM-FIRST-PASS-SW             00060300
           END-EVALUATE.                                                00060400
                                                                        00060500
           IF CLR-AMOUNT NUMERIC                                        00060600
              MOVE CLR-AMOUNT TO WS-CLAIM-BILLED                        00060700
           ELSE                                                         00060800
              MOVE ZERO       TO WS-CLAIM-BILLED                        00060900
           END-IF.                                                      00061000
                                                                        00061100
           ADD 1 TO WS-PM-SENT (PAY-IDX, WS-MON-SUB).                   00061200
           ADD WS-CLAIM-BILLED                                          00061300
              TO WS-PM-BILLED (PAY-IDX, WS-MON-SUB).                    00061400
           ADD WS-CLAIM-COLLECTED                                       00061500
              TO WS-PM-COLLECTED (PAY-IDX, WS-MON-SUB).                 00061600
           IF WS-CLAIM-WAS-DENIED                                       00061700
              ADD 1 TO WS-PM-DENIED (PAY-IDX, WS-MON-SUB)               00061800
              IF WS-MON-SUB = 12                                        00061900
                 PERFORM 5300-TALLY-REASON                              00062000
                    THRU 5300-TALLY-REASON-END                          00062100
              END-IF                                                    00062200
           END-IF.                                                      00062300
           IF WS-CLAIM-FIRST-PASS                                       00062400
              ADD 1 TO WS-PM-FIRSTPASS (PAY-IDX, WS-MON-SUB)            00062500
           END-IF.                                                      00062600
                                                                        00062700
      *    days from extract to the payer's first payment               00062800
           IF WS-CLAIM-FIRST-PAID = SPACE                               00062900
              GO TO 5200-TALLY-CLAIM-END                                00063000
           END-IF.                                                      00063100
           MOVE WS-CLAIM-FIRST-PAID TO WS-PAID-DATE-R.                  00063200
           COMPUTE WS-EXTR-DAYS = (WS-EXTR-YY * 365)                    00063300
                                + (WS-EXTR-MM * 30)                     00063400
                                + WS-EXTR-DD.                           00063500
           COMPUTE WS-PAID-DAYS = (WS-PAID-YY * 365)                    00063600
                                + (WS-PAID-MM * 30)                     00063700
                                + WS-PAID-DD.                           00063800
           COMPUTE WS-DAYS-TO-PAY = WS-PAID-DAYS - WS-EXTR-DAYS.        00063900
      *    a payment dated before the extract is an advance - zero      00064000
           IF WS-DAYS-TO-PAY < 0                                        00064100
              MOVE 0 TO WS-DAYS-TO-PAY                                  00064200
           END-IF.                                                      00064300
           ADD 1 TO WS-PM-PAID (PAY-IDX, WS-MON-SUB).                   00064400
           ADD WS-DAYS-TO-PAY TO WS-PM-DAYS-TOT (PAY-IDX, WS-MON-SUB).  00064500
           IF WS-DAYS-TO-PAY > WS-PM-DAYS-MAX (PAY-IDX, WS-MON-SUB)     00064600
              MOVE WS-DAYS-TO-PAY                                       00064700
                 TO WS-PM-DAYS-MAX (PAY-IDX, WS-MON-SUB)                00064800
           END-IF.                                                      00064900
      *-----------------------*                                         00065000
       5200-TALLY-CLAIM-END.                                            00065100
      *-----------------------*                                         00065200
           EXIT.                                                        00065300
                                                                        00065400
      *-----------------------*                                         00065500
       5300-TALLY-REASON.                                               00065600
      *-----------------------*                                         00065700
           MOVE 'N' TO WS-RSN-FOUND.                                    00065800
           PERFORM 5310-REASON-LOOKUP                                   00065900
              THRU 5310-REASON-LOOKUP-END                               00066000
              VARYING RSN-IDX FROM 1 BY 1                               00066100
              UNTIL RSN-IDX > WS-RSN-COUNT                              00066200
                 OR WS-RSN-HIT.                                         00066300
                                                                        00066400
           IF NOT WS-RSN-HIT                                            00066500
              IF WS-RSN-COUNT < WS-RSN-MAX                              00066600
                 ADD 1 TO WS-RSN-COUNT                                  00066700
                 SET RSN-IDX TO WS-RSN-COUNT                            00066800
                 SET WS-RSN-HIT-SUB TO RSN-IDX                          00066900
                 MOVE CLR-PAYERCD       TO WS-RSN-PAYERCD (RSN-IDX)     00067000
                 MOVE WS-CLAIM-DENY-RSN TO WS-RSN-REASON (RSN-IDX)      00067100
                 MOVE ZERO              TO WS-RSN-CNT (RSN-IDX)         00067200
              ELSE                                                      00067300
                 DISPLAY 'REASON TABLE FULL - NOT SUMMARIZED: '         00067400
                    CLR-PAYERCD ' ' WS-CLAIM-DENY-RSN                   00067500
                 GO TO 5300-TALLY-REASON-END                            00067600
              END-IF                                                    00067700
           END-IF.                                                      00067800
                                                                        00067900
           SET RSN-IDX TO WS-RSN-HIT-SUB.                               00068000
           ADD 1 TO WS-RSN-CNT (RSN-IDX).                               00068100
      *-----------------------*                                         00068200
       5300-TALLY-REASON-END.                                           00068300
      *-----------------------*                                         00068400
           EXIT.                                                        00068500
                                                                        00068600
      *-----------------------*                                         00068700
       5310-REASON-LOOKUP.                                              00068800
      *-----------------------*                                         00068900
           IF WS-RSN-PAYERCD (RSN-IDX) = CLR-PAYERCD                    00069000
              AND WS-RSN-REASON (RSN-IDX) = WS-CLAIM-DENY-RSN           00069100
              MOVE 'Y' TO WS-RSN-FOUND                                  00069200
              SET WS-RSN-HIT-SUB TO RSN-IDX                             00069300
           END-IF.                                                      00069400
      *-----------------------*                                         00069500
       5310-REASON-LOOKUP-END.                                          00069600
      *-----------------------*                                         00069700
           EXIT.                                                        00069800
                                                                        00069900
      *-------------------------*                                       00070000
       7000-WRITE-SCORECARD.                                            00070100
      *-------------------------*                                       00070200
           PERFORM 4110-WRITE-HEADERS                                   00070300
              THRU 4110-WRITE-HEADERS-END.                              00070400
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00070500
              AFTER ADVANCING 2 LINES.                                  00070600
           ADD 2 TO WS-RPT-LINE-CNT.                                    00070700
           MOVE 12 TO WS-MON-SUB.                                       00070800
           PERFORM 7010-WRITE-ONE-PAYER                                 00070900
              THRU 7010-WRITE-ONE-PAYER-END                             00071000
              VARYING WS-PAY-SUB FROM 1 BY 1                            00071100
              UNTIL WS-PAY-SUB > WS-PAY-COUNT.                          00071200
           IF WS-PAY-COUNT = 0                                          00071300
              MOVE 'NO CLAIMS EXTRACTED IN THE LAST 12 MONTHS'          00071400
                 TO RPT-MESSAGE-LINE                                    00071500
              WRITE RPT01-OUT-REC FROM RPT-MESSAGE-LINE                 00071600
                 AFTER ADVANCING 2 LINES                                00071700
           END-IF.                                                      00071800
      *-------------------------*                                       00071900
       7000-WRITE-SCORECARD-END.                                        00072000
      *-------------------------*                                       00072100
           EXIT.                                                        00072200
                                                                        00072300
      *-------------------------*                                       00072400
       7010-WRITE-ONE-PAYER.                                            00072500
      *-------------------------*                                       00072600
           SET PAY-IDX TO WS-PAY-SUB.                                   00072700
           MOVE WS-PAY-PAYERCD (PAY-IDX) TO RPT-D-KEY.                  00072800
           PERFORM 7100-FORMAT-MEASURES                                 00072900
              THRU 7100-FORMAT-MEASURES-END.                            00073000
           PERFORM 4120-WRITE-DETAIL                                    00073100
              THRU 4120-WRITE-DETAIL-END.                               00073200
                                                                        00073300
           PERFORM 7020-PICK-TOP-REASONS                                00073400
              THRU 7020-PICK-TOP-REASONS-END.                           00073500
           IF WS-TOP-SUB (1) NOT = 0                                    00073600
              IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE               00073700
                 PERFORM 4110-WRITE-HEADERS                             00073800
                    THRU 4110-WRITE-HEADERS-END                         00073900
              END-IF                                                    00074000
              WRITE RPT01-OUT-REC FROM RPT-REASON-LINE                  00074100
                 AFTER ADVANCING 1 LINE                                 00074200
              ADD 1 TO WS-RPT-LINE-CNT                                  00074300
           END-IF.                                                      00074400
      *-------------------------*                                       00074500
       7010-WRITE-ONE-PAYER-END.                                        00074600
      *-------------------------*                                       00074700
           EXIT.                                                        00074800
                                                                        00074900
      *-------------------------*                                       00075000
       7020-PICK-TOP-REASONS.                                           00075100
      *-------------------------*                                       00075200
           MOVE 0 TO WS-TOP-SUB (1) WS-TOP-SUB (2) WS-TOP-SUB (3).      00075300
           MOVE SPACE TO RPT-R-REASON (1) RPT-R-REASON (2)              00075400
                         RPT-R-REASON (3).                              00075500
           MOVE 0 TO RPT-R-CNT (1) RPT-R-CNT (2) RPT-R-CNT (3).         00075600
           PERFORM 7030-PICK-ONE-REASON                                 00075700
              THRU 7030-PICK-ONE-REASON-END                             00075800
              VARYING WS-TOP-N FROM 1 BY 1                              00075900
              UNTIL WS-TOP-N > 3.                                       00076000
      *-------------------------*                                       00076100
       7020-PICK-TOP-REASONS-END.                                       00076200
      *-------------------------*                                       00076300
           EXIT.                                                        00076400
                                                                        00076500
      *-------------------------*                                       00076600
       7030-PICK-ONE-REASON.                                            00076700
      *-------------------------*                                       00076800
           MOVE 0 TO WS-TOP-BEST-CNT.                                   00076900
           MOVE 0 TO WS-TOP-BEST-SUB.                                   00077000
           PERFORM 7040-COMPARE-REASON                                  00077100
              THRU 7040-COMPARE-REASON-END                              00077200
              VARYING WS-RSN-SUB FROM 1 BY 1                            00077300
              UNTIL WS-RSN-SUB > WS-RSN-COUNT.                          00077400
           IF WS-TOP-BEST-SUB = 0                                       00077500
              GO TO 7030-PICK-ONE-REASON-END                            00077600
           END-IF.                                                      00077700
           MOVE WS-TOP-BEST-SUB TO WS-TOP-SUB (WS-TOP-N).               00077800
           SET RSN-IDX TO WS-TOP-BEST-SUB.                              00077900
           MOVE WS-RSN-REASON (RSN-IDX) TO RPT-R-REASON (WS-TOP-N).     00078000
           MOVE WS-RSN-CNT (RSN-IDX)    TO RPT-R-CNT (WS-TOP-N).        00078100
      *-------------------------*                                       00078200
       7030-PICK-ONE-REASON-END.                                        00078300
      *-------------------------*                                       00078400
           EXIT.                                                        00078500
                                                                        00078600
      *-------------------------*                                       00078700
       7040-COMPARE-REASON.                                             00078800
      *-------------------------*                                       00078900
           SET RSN-IDX TO WS-RSN-SUB.                                   00079000
           IF WS-RSN-PAYERCD (RSN-IDX) NOT = WS-PAY-PAYERCD (PAY-IDX)   00079100
              GO TO 7040-COMPARE-REASON-END                             00079200
           END-IF.                                                      00079300
           IF WS-RSN-SUB = WS-TOP-SUB (1)                               00079400
              OR WS-RSN-SUB = WS-TOP-SUB (2)                            00079500
              GO TO 7040-COMPARE-REASON-END                             00079600
           END-IF.                                                      00079700
           IF WS-RSN-CNT (RSN-IDX) > WS-TOP-BEST-CNT                    00079800
              MOVE WS-RSN-CNT (RSN-IDX) TO WS-TOP-BEST-CNT              00079900
              MOVE WS-RSN-SUB           TO WS-TOP-BEST-SUB              00080000
           END-IF.                                                      00080100
      *-------------------------*                                       00080200
       7040-COMPARE-REASON-END.                                         00080300
      *-------------------------*                                       00080400
           EXIT.                                                        00080500
                                                                        00080600
      *-------------------------*                                       00080700
       7100-FORMAT-MEASURES.                                            00080800
      *-------------------------*                                       00080900
      *    one payer, one month (PAY-IDX, WS-MON-SUB) into the          00081000
      *    detail line                                                  00081100
           MOVE 0 TO WS-RATE-DENIED WS-RATE-FIRSTPASS                   00081200
                     WS-RATE-COLLECTED WS-AVG-DAYS.                     00081300
           IF WS-PM-SENT (PAY-IDX, WS-MON-SUB) > 0                      00081400
              COMPUTE WS-RATE-DENIED ROUNDED =                          00081500
                 WS-PM-DENIED (PAY-IDX, WS-MON-SUB) * 100               00081600
                 / WS-PM-SENT (PAY-IDX, WS-MON-SUB)                     00081700
              COMPUTE WS-RATE-FIRSTPASS ROUNDED =                       00081800
                 WS-PM-FIRSTPASS (PAY-IDX, WS-MON-SUB) * 100            00081900
                 / WS-PM-SENT (PAY-IDX, WS-MON-SUB)                     00082000
           END-IF.                                                      00082100
           IF WS-PM-PAID (PAY-IDX, WS-MON-SUB) > 0                      00082200
              COMPUTE WS-AVG-DAYS ROUNDED =                             00082300
                 WS-PM-DAYS-TOT (PAY-IDX, WS-MON-SUB)                   00082400
                 / WS-PM-PAID (PAY-IDX, WS-MON-SUB)                     00082500
           END-IF.                                                      00082600
      *    an overpayment can run past 100 - hold it to the field       00082700
           IF WS-PM-BILLED (PAY-IDX, WS-MON-SUB) > 0                    00082800
              COMPUTE WS-RATE-COLLECTED ROUNDED =                       00082900
                 WS-PM-COLLECTED (PAY-IDX, WS-MON-SUB) * 100            00083000
                 / WS-PM-BILLED (PAY-IDX, WS-MON-SUB)                   00083100
                 ON SIZE ERROR                                          00083200
                    MOVE 999.9 TO WS-RATE-COLLECTED                     00083300
              END-COMPUTE                                               00083400
           END-IF.                                                      00083500
                                                                        00083600
           MOVE WS-PM-SENT (PAY-IDX, WS-MON-SUB)     TO RPT-D-SENT.     00083700
           MOVE WS-AVG-DAYS                          TO RPT-D-AVG.      00083800
           MOVE WS-PM-DAYS-MAX (PAY-IDX, WS-MON-SUB) TO RPT-D-WORST.    00083900
           MOVE WS-RATE-DENIED                       TO RPT-D-DENY-PCT. 00084000
           MOVE WS-RATE-FIRSTPASS                   TO RPT-D-FIRST-PCT. 00084100
           MOVE WS-PM-BILLED (PAY-IDX, WS-MON-SUB)   TO RPT-D-BILLED.   00084200
           MOVE WS-PM-COLLECTED (PAY-IDX, WS-MON-SUB)                   00084300
              TO RPT-D-COLLECTED.                                       00084400
           MOVE WS-RATE-COLLECTED                    TO RPT-D-COLL-PCT. 00084500
      *-------------------------*                                       00084600
       7100-FORMAT-MEASURES-END.                                        00084700
      *-------------------------*                                       00084800
           EXIT.                                                        00084900
                                                                        00085000
      *-------------------------*                                       00085100
       7500-WRITE-TREND.                                                00085200
      *-------------------------*                                       00085300
      *    one block per payer, oldest month first                      00085400
           SET PAY-IDX TO WS-PAY-SUB.                                   00085500
           IF WS-RPT-LINE-CNT + 16 > WS-RPT-LINES-PER-PAGE              00085600
              PERFORM 4110-WRITE-HEADERS                                00085700
                 THRU 4110-WRITE-HEADERS-END                            00085800
           END-IF.                                                      00085900
           MOVE WS-PAY-PAYERCD (PAY-IDX) TO RPT-TH-PAYERCD.             00086000
           WRITE RPT01-OUT-REC FROM RPT-TREND-HEADER                    00086100
              AFTER ADVANCING 3 LINES.                                  00086200
           WRITE RPT01-OUT-REC FROM RPT-HEADER-3                        00086300
              AFTER ADVANCING 1 LINE.                                   00086400
           ADD 4 TO WS-RPT-LINE-CNT.                                    00086500
           PERFORM 7510-WRITE-TREND-MONTH                               00086600
              THRU 7510-WRITE-TREND-MONTH-END                           00086700
              VARYING WS-MON-SUB FROM 1 BY 1                            00086800
              UNTIL WS-MON-SUB > 12.                                    00086900
      *-------------------------*                                       00087000
       7500-WRITE-TREND-END.                                            00087100
      *-------------------------*                                       00087200
           EXIT.                                                        00087300
                                                                        00087400
      *-------------------------*                                       00087500
       7510-WRITE-TREND-MONTH.                                          00087600
      *-------------------------*                                       00087700
           COMPUTE WS-LABEL-MONTH-NO =                                  00087800
              WS-RPT-MONTH-NO - (12 - WS-MON-SUB).                      00087900
           DIVIDE WS-LABEL-MONTH-NO BY 12                               00088000
              GIVING WS-LABEL-YY REMAINDER WS-LABEL-MM0.                00088100
           MOVE WS-LABEL-YY TO WS-LABEL-P-YY.                           00088200
           COMPUTE WS-LABEL-P-MM = WS-LABEL-MM0 + 1.                    00088300
           MOVE SPACE TO RPT-D-KEY.                                     00088400
           MOVE WS-LABEL-PERIOD TO RPT-D-KEY.                           00088500
           PERFORM 7100-FORMAT-MEASURES                                 00088600
              THRU 7100-FORMAT-MEASURES-END.                            00088700
           PERFORM 4120-WRITE-DETAIL                                    00088800
              THRU 4120-WRITE-DETAIL-END.                               00088900
      *-------------------------*                                       00089000
       7510-WRITE-TREND-MONTH-END.                                      00089100
      *-------------------------*                                       00089200
           EXIT.                                                        00089300
                                                                        00089400
      *-------------------------*                                       00089500
       4110-WRITE-HEADERS.                                              00089600
      *-------------------------*                                       00089700
           ADD 1 TO WS-RPT-PAGE-CNT.                                    00089800
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE.                         00089900
           MOVE ZERO TO WS-RPT-LINE-CNT.                                00090000
           IF WS-RPT-PAGE-CNT = 1                                       00090100
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00090200
           ELSE                                                         00090300
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00090400
                 AFTER ADVANCING PAGE                                   00090500
           END-IF.                                                      00090600
           ADD 1 TO WS-RPT-LINE-CNT.                                    00090700
      *-------------------------*                                       00090800
       4110-WRITE-HEADERS-END.                                          00090900
      *-------------------------*                                       00091000
           EXIT.                                                        00091100
                                                                        00091200
      *-------------------------*                                       00091300
       4120-WRITE-DETAIL.                                               00091400
      *-------------------------*                                       00091500
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00091600
              PERFORM 4110-WRITE-HEADERS                                00091700
                 THRU 4110-WRITE-HEADERS-END                            00091800
           END-IF.                                                      00091900
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00092000
              AFTER ADVANCING 1 LINE.                                   00092100
           ADD 1 TO WS-RPT-LINE-CNT.                                    00092200
      *-------------------------*                                       00092300
       4120-WRITE-DETAIL-END.                                           00092400
      *-------------------------*                                       00092500
           EXIT.                                                        00092600
                                                                        00092700
      *---------------*                                                 00092800
       8100-READ-REG.                                                   00092900
      *---------------*                                                 00093000
           READ CLM-REG                                                 00093100
           END-READ.                                                    00093200
                                                                        00093300
           EVALUATE TRUE                                                00093400
             WHEN WS-REG-FS = '00'                                      00093500
               ADD 1 TO WS-NO-READ-REG                                  00093600
             WHEN WS-REG-FS = '10'                                      00093700
               SET WS-REG-EOF TO TRUE                                   00093800
             WHEN OTHER                                                 00093900
      D        DISPLAY "ERROR READ FILE CLMREG !!!: " WS-REG-FS         00094000
               PERFORM 9999-ABEND                                       00094100
                  THRU 9999-ABEND-END                                   00094200
           END-EVALUATE.                                                00094300
      *-------------------*                                             00094400
       8100-READ-REG-END.                                               00094500
      *-------------------*                                             00094600
           EXIT.                                                        00094700
                                                                        00094800
      *-------------------*                                             00094900
       9999-ABEND.                                                      00095000
      *-------------------*                                             00095100
      D    DISPLAY "WE ARE IN ABEND".                                   00095200
      *    WE FORCE AN ABEND                                            00095300
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00095400
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00095500
           GOBACK.                                                      00095600
      *-------------------*                                             00095700
       9999-ABEND-END.                                                  00095800
      *-------------------*                                             00095900
           EXIT.                                                        00096000
