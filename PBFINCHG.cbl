      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBFINCHG.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Frais de financement mensuels sur les soldes en            00000900
      *      souffrance payables par le patient. Balaye chaque          00001000
      *      PATIENT et ses BILLING/PAYMENT (meme calcul de solde       00001100
      *      que PBAGING 4100/4130); le solde ouvert des factures       00001200
      *      de 60 jours et plus porte des frais au taux mensuel        00001300
      *      de la carte de controle, jamais moins que le minimum.      00001400
      *      Les frais partent en memos de debit 'D' au format          00001500
      *      ADJUST de PBCREA, rattaches a la plus vieille facture      00001600
      *      en souffrance: ils passent par la facturation normale      00001700
      *      et rejoignent l'extrait GL (PBGLEXT). Chaque memo porte    00001733
      *      la raison 'F' (frais de financement), gardee sur le        00001766
      *      BILLING par PBCREA: ces frais sont au patient et ne        00001800
      *      sont jamais reclames a l'assureur (PBCLAIM, PBCOB).        00001833
      *      Sont exemptes:                                             00001866
      *      les ententes de paiement a jour (PLANFILE), les            00001900
      *      patients ayant une reclamation en attente au registre      00002000
      *      (CLMREG), et les comptes en agence ou radies par le        00002100
      *      recouvrement (PBCOLL). Un registre des frais avec          00002200
      *      totaux est produit pour l'approbation des finances.        00002300
      *      Le mois cotise est garde dans FINCTL: un second            00002400
      *      passage pour le meme mois est refuse.                      00002500
      *                                                                 00002600
      * Fichier entree: CTLCARD, date de reference (YYYYMMDD),          00002700
      *      taux mensuel (99V999 %) et frais minimum (999V99)          00002800
      * Fichier entree: FINCTL, dernier mois cotise                     00002900
      * Fichier entree: PLANIN, ententes de paiement                    00003000
      * Fichier entree: CLMREG, registre des reclamations emises        00003100
      * Fichier entree: COLLIN, fichier de travail du recouvrement      00003200
      * Fichier sortie: FINOUT, memos de frais pour PBCREA              00003300
      * Fichier sortie: FINRPT, registre des frais de financement       00003400
      * Fichier sortie: FINCTL, mois cotise mis a jour                  00003500
      *----------------------------------------------------------*      00003600
      *--------------------*                                            00003700
       ENVIRONMENT DIVISION.                                            00003800
      *--------------------*                                            00003900
       CONFIGURATION SECTION.                                           00004000
       OBJECT-COMPUTER.                                                 00004100
       SOURCE-COMPUTER.                                                 00004200
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004300
       INPUT-OUTPUT SECTION.                                            00004400
       FILE-CONTROL.                                                    00004500
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004600
           ORGANIZATION IS SEQUENTIAL                                   00004700
           FILE STATUS IS WS-CTL-FS.                                    00004800
           SELECT FINCTL ASSIGN TO FINCTL                               00004900
           ORGANIZATION IS SEQUENTIAL                                   00005000
           FILE STATUS IS WS-FCT-FS.                                    00005100
           SELECT PLAN-IN ASSIGN TO PLANIN                              00005200
           ORGANIZATION IS SEQUENTIAL                                   00005300
           FILE STATUS IS WS-PLN-FS.                                    00005400
           SELECT CLM-REG ASSIGN TO CLMREG                              00005500
           ORGANIZATION IS SEQUENTIAL                                   00005600
           FILE STATUS IS WS-REG-FS.                                    00005700
           SELECT COLL-IN ASSIGN TO COLLIN                              00005800
           ORGANIZATION IS SEQUENTIAL                                   00005900
           FILE STATUS IS WS-COL-FS.                                    00006000
           SELECT FIN-OUT ASSIGN TO FINOUT                              00006100
           ORGANIZATION IS SEQUENTIAL                                   00006200
           FILE STATUS IS WS-FIN-FS.                                    00006300
           SELECT RPT01-OUT ASSIGN TO FINRPT                            00006400
           ORGANIZATION IS LINE SEQUENTIAL                              00006500
           FILE STATUS IS WS-RPT01-FS.                                  00006600
      *----------------*                                                00006700
       DATA DIVISION.                                                   00006800
      *----------------*                                                00006900
       FILE SECTION.                                                    00007000
                                                                        00007100
       FD  CTLCARD RECORDING MODE F.                                    00007200
       01  CTL-CARD-REC.                                                00007300
           05 CTL-ASOF-DATE             PIC X(08).                      00007400
           05 FILLER                    PIC X(01).                      00007500
           05 CTL-RATE                  PIC X(05).                      00007600
           05 CTL-RATE-N REDEFINES CTL-RATE                             00007700
                                        PIC 9(02)V9(03).                00007800
           05 FILLER                    PIC X(01).                      00007900
           05 CTL-MINIMUM               PIC X(05).                      00008000
           05 CTL-MINIMUM-N REDEFINES CTL-MINIMUM                       00008100
                                        PIC 9(03)V99.                   00008200
           05 FILLER                    PIC X(60).                      00008300
                                                                        00008400
      *    dernier mois (YYYYMM) pour lequel les frais ont ete          00008500
      *    cotises, relu et recrit a chaque passage                     00008600
       FD  FINCTL RECORDING MODE F.                                     00008700
       01  FCT-REC.                                                     00008800
           05 FCT-LAST-MONTH            PIC 9(06).                      00008900
           05 FILLER                    PIC X(74).                      00009000
                                                                        00009100
      *    entente de paiement d'un patient (C=a jour, B=rompue,        00009200
      *    P=soldee, X=annulee)                                         00009300
       FD  PLAN-IN RECORDING MODE F.                                    00009400
       01  PLN-REC.                                                     00009500
           05 PLN-PATIENID              PIC X(05).                      00009600
           05 PLN-TOTAL                 PIC 9(07)V99.                   00009700
           05 PLN-INSTALL               PIC 9(07)V99.                   00009800
           05 PLN-DUE-DAY               PIC 9(02).                      00009900
           05 PLN-START-DATE            PIC X(08).                      00010000
           05 PLN-STATUS                PIC X(01).                      00010100
           05 PLN-PAID                  PIC 9(07)V99.                   00010200
           05 PLN-NEXT-DUE              PIC X(08).                      00010300
           05 PLN-NEXT-AMT              PIC 9(07)V99.                   00010400
           05 PLN-CHECK-DATE            PIC X(08).                      00010500
           05 FILLER                    PIC X(12).                      00010600
                                                                        00010700
      *    registre des reclamations emises (PBCLAIM / PBRESP);         00010800
      *    CLR-DISP a blanc = sans reponse, N = suspendue               00010900
       FD  CLM-REG RECORDING MODE F.                                    00011000
       01  CLM-REG-REC.                                                 00011100
           05 CLR-PATIENID      PIC X(05).                              00011200
           05 FILLER            PIC X(01).                              00011300
           05 CLR-INVOICENO     PIC X(08).                              00011400
           05 FILLER            PIC X(01).                              00011500
           05 CLR-PAYERCD       PIC X(08).                              00011600
           05 FILLER            PIC X(01).                              00011700
           05 CLR-POLICYNO      PIC X(12).                              00011800
           05 FILLER            PIC X(01).                              00011900
           05 CLR-AMOUNT        PIC S9(7)V99.                           00012000
           05 FILLER            PIC X(01).                              00012100
           05 CLR-BILLDATE      PIC X(08).                              00012200
           05 FILLER            PIC X(01).                              00012300
           05 CLR-EXTRDATE      PIC X(08).                              00012400
           05 FILLER            PIC X(01).                              00012500
           05 CLR-LEVEL         PIC X(01).                              00012600
           05 FILLER            PIC X(01).                              00012700
           05 CLR-DISP          PIC X(01).                              00012800
           05 FILLER            PIC X(01).                              00012900
           05 CLR-REASON        PIC X(04).                              00013000
           05 FILLER            PIC X(07).                              00013100
                                                                        00013200
      *    fichier de travail du recouvrement (COLLOUT de PBCOLL)       00013300
       FD  COLL-IN RECORDING MODE F.                                    00013400
       01  COLL-IN-REC.                                                 00013500
           05 COL-PATIENID      PIC X(05).                              00013600
           05 FILLER            PIC X(01).                              00013700
           05 COL-STAGE         PIC X(01).                              00013800
           05 FILLER            PIC X(73).                              00013900
                                                                        00014000
       FD  FIN-OUT RECORDING MODE F.                                    00014100
       01  FIN-OUT-REC                  PIC X(80).                      00014200
                                                                        00014300
       FD  RPT01-OUT RECORDING MODE F.                                  00014400
       01  RPT01-OUT-REC                PIC X(80).                      00014500
                                                                        00014600
      *-----------------------*                                         00014700
       WORKING-STORAGE SECTION.                                         00014800
      *-----------------------*                                         00014900
       01 WS-FILE-STATUS.                                               00015000
          05 WS-CTL-FS                 PIC X(2).                        00015100
          05 WS-FCT-FS                 PIC X(2).                        00015200
          05 WS-PLN-FS                 PIC X(2).                        00015300
          05 WS-REG-FS                 PIC X(2).                        00015400
          05 WS-COL-FS                 PIC X(2).                        00015500
          05 WS-FIN-FS                 PIC X(2).                        00015600
          05 WS-RPT01-FS               PIC X(2).                        00015700
                                                                        00015800
       01 WS-PLN-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00015900
          88 WS-PLN-EOF                 VALUE 'TRUE'.                   00016000
       01 WS-REG-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00016100
          88 WS-REG-EOF                 VALUE 'TRUE'.                   00016200
       01 WS-COL-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00016300
          88 WS-COL-EOF                 VALUE 'TRUE'.                   00016400
                                                                        00016500
       01 WS-ASOF-DATE                  PIC X(08).                      00016600
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.                        00016700
          05 WS-ASOF-YY     PIC 9(04).                                  00016800
          05 WS-ASOF-MM     PIC 9(02).                                  00016900
          05 WS-ASOF-DD     PIC 9(02).                                  00017000
       01 WS-ASOF-MONTH                 PIC 9(06).                      00017100
       01 WS-LAST-MONTH                 PIC 9(06) VALUE 0.              00017200
                                                                        00017300
       01 WS-BILL-DATE-R.                                               00017400
          05 WS-BILL-YY     PIC 9(04).                                  00017500
          05 WS-BILL-MM     PIC 9(02).                                  00017600
          05 WS-BILL-DD     PIC 9(02).                                  00017700
                                                                        00017800
      *    approximate day numbers (yy*365 + mm*30 + dd), the same      00017900
      *    measure PBAGING buckets with                                 00018000
       01 WS-ASOF-DAYS                  PIC S9(9) COMP.                 00018100
       01 WS-BILL-DAYS                  PIC S9(9) COMP.                 00018200
       01 WS-AGE-DAYS                   PIC S9(9) COMP.                 00018300
                                                                        00018400
      *    taux mensuel en pourcentage et frais minimum par compte      00018500
       01 WS-RATE                       PIC 9(02)V9(03).                00018600
       01 WS-MINIMUM                    PIC 9(03)V99.                   00018700
                                                                        00018800
       01 WS-COUNTERS.                                                  00018900
           05 WS-NO-PATIENTS               PIC 9(8).                    00019000
           05 WS-NO-PAST-DUE               PIC 9(8).                    00019100
           05 WS-NO-ASSESSED               PIC 9(8).                    00019200
           05 WS-NO-AT-MINIMUM             PIC 9(8).                    00019300
           05 WS-NO-EX-PLAN                PIC 9(8).                    00019400
           05 WS-NO-EX-CLAIM               PIC 9(8).                    00019500
           05 WS-NO-EX-AGENCY              PIC 9(8).                    00019600
           05 WS-NO-EX-WRITEOFF            PIC 9(8).                    00019700
           05 WS-FIN-PAT-RECS              PIC 9(7).                    00019800
                                                                        00019900
       01 WS-TOT-PAST-DUE               PIC S9(11)V99 VALUE 0.          00020000
       01 WS-TOT-CHARGED                PIC S9(11)V99 VALUE 0.          00020100
       01 WS-TOT-EXEMPT                 PIC S9(11)V99 VALUE 0.          00020200
                                                                        00020300
      *    comptes exemptes des frais et leur motif: P=entente de       00020400
      *    paiement, C=reclamation en attente, A=agence, W=radie;       00020500
      *    le premier motif charge est garde                            00020600
       01 WS-EXM-TABLE.                                                 00020700
          05 WS-EXM-MAX         PIC 9(04) COMP VALUE 5000.              00020800
          05 WS-EXM-COUNT       PIC 9(04) COMP VALUE 0.                 00020900
          05 WS-EXM-ENTRY OCCURS 5000 TIMES INDEXED BY EXM-IDX.         00021000
             10 WS-EX-PATIENID  PIC X(05).                              00021100
             10 WS-EX-REASON    PIC X(01).                              00021200
                                                                        00021300
       01 WS-EXM-FOUND                  PIC X(01) VALUE 'N'.            00021400
          88 WS-EXM-HIT                 VALUE 'Y'.                      00021500
       01 WS-EXM-HIT-SUB                PIC 9(04) COMP VALUE 0.         00021600
       01 WS-EXM-KEY                    PIC X(05).                      00021700
       01 WS-EXM-NEW-REASON             PIC X(01).                      00021800
                                                                        00021900
      *    cumuls du patient courant                                    00022000
       01 WS-PAT-BALANCE                PIC S9(9)V99 VALUE 0.           00022100
       01 WS-PAT-PAST-DUE               PIC S9(9)V99 VALUE 0.           00022200
       01 WS-PAT-CHARGE                 PIC S9(7)V99 VALUE 0.           00022300
      *    la plus vieille facture en souffrance, a laquelle le         00022400
      *    memo de frais est rattache                                   00022500
       01 WS-REF-INVOICENO              PIC X(08).                      00022600
       01 WS-REF-DAYS                   PIC S9(9) COMP.                 00022700
                                                                        00022800
       01 WS-PAID-SUM                   PIC S9(9)V99 VALUE 0.           00022900
       01 WS-OPEN-BALANCE               PIC S9(9)V99 VALUE 0.           00023000
       01 WS-SAVE-AMOUNT                PIC S9(7)V99.                   00023100
       01 WS-SAVE-INVOICENO             PIC X(08).                      00023200
       01 WS-SAVE-BILLDATE              PIC X(08).                      00023300
       01 WS-SAVE-PATIENTID             PIC X(05).                      00023400
                                                                        00023500
      *    enregistrement de sortie au format FI01 de PBCREA            00023600
       01 WS-REC-FI01.                                                  00023700
          05 FI01-SEGMENT-TYPE         PIC X(08).                       00023800
          05 FILLER                    PIC X(01).                       00023900
          05 FI01-DATA                 PIC X(72).                       00024000
          05 FI01-DATA-PATIENT  REDEFINES FI01-DATA.                    00024100
             10 FI01-DATA-PATIENID     PIC X(05).                       00024200
             10 FILLER                 PIC X(67).                       00024300
          05 FI01-DATA-ADJUST   REDEFINES FI01-DATA.                    00024400
             10 FI01-ADJ-REFINVNO      PIC X(08).                       00024500
             10 FI01-ADJ-TYPE          PIC X(01).                       00024600
             10 FI01-ADJ-AMOUNT        PIC S9(7)V99.                    00024700
             10 FI01-ADJ-DATE          PIC X(08).                       00024800
      *          F = frais de financement, reclame a personne           00024850
             10 FI01-ADJ-REASON        PIC X(01).                       00024900
             10 FILLER                 PIC X(45).                       00024950
          05 FI01-DATA-TRAILER  REDEFINES FI01-DATA.                    00025000
             10 FI01-TRL-PAT-CNT      PIC 9(07).                        00025100
             10 FI01-TRL-TRT-CNT      PIC 9(07).                        00025200
             10 FI01-TRL-BIL-CNT      PIC 9(07).                        00025300
             10 FI01-TRL-AMT-HASH     PIC S9(11)V99.                    00025400
             10 FILLER                 PIC X(38).                       00025500
                                                                        00025600
       01 WS-RPT-COUNTERS.                                              00025700
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00025800
           05 WS-RPT-PAGE-CNT           PIC 9(03) COMP.                 00025900
                                                                        00026000
       01 WS-RPT-LINES-PER-PAGE         PIC 9(03) VALUE 50.             00026100
                                                                        00026200
       01 RPT-HEADER-1.                                                 00026300
           05 FILLER           PIC X(32) VALUE                          00026400
                'FINANCE CHARGE REGISTER  AS OF: '.                     00026500
           05 RPT-H1-ASOF      PIC X(08).                               00026600
           05 FILLER           PIC X(05) VALUE SPACE.                   00026700
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00026800
           05 RPT-H1-PAGE      PIC ZZZ9.                                00026900
           05 FILLER           PIC X(26) VALUE SPACE.                   00027000
                                                                        00027100
       01 RPT-HEADER-2.                                                 00027200
           05 FILLER           PIC X(13) VALUE 'MONTHLY RATE '.         00027300
           05 RPT-H2-RATE      PIC Z9.999.                              00027400
           05 FILLER           PIC X(13) VALUE ' %   MINIMUM '.         00027500
           05 RPT-H2-MINIMUM   PIC ZZ9.99.                              00027600
           05 FILLER           PIC X(42) VALUE SPACE.                   00027700
                                                                        00027800
       01 RPT-HEADER-3.                                                 00027900
           05 FILLER           PIC X(08) VALUE 'PATIENT'.               00028000
           05 FILLER           PIC X(14) VALUE '  PAST DUE 60+'.        00028100
           05 FILLER           PIC X(12) VALUE '      CHARGE'.          00028200
           05 FILLER           PIC X(11) VALUE '  REF INV'.             00028300
           05 FILLER           PIC X(35) VALUE 'NOTE'.                  00028400
                                                                        00028500
       01 RPT-DETAIL-LINE.                                              00028600
           05 RPT-D-PATIENTID  PIC X(05).                               00028700
           05 FILLER           PIC X(03) VALUE SPACE.                   00028800
           05 RPT-D-PAST-DUE   PIC -ZZZZZZZZ9.99.                       00028900
           05 FILLER           PIC X(01) VALUE SPACE.                   00029000
           05 RPT-D-CHARGE     PIC -ZZZZZZ9.99.                         00029100
           05 FILLER           PIC X(03) VALUE SPACE.                   00029200
           05 RPT-D-REFINV     PIC X(08).                               00029300
           05 FILLER           PIC X(03) VALUE SPACE.                   00029400
           05 RPT-D-NOTE       PIC X(20).                               00029500
           05 FILLER           PIC X(13) VALUE SPACE.                   00029600
                                                                        00029700
       01 RPT-COUNT-LINE.                                               00029800
           05 RPT-C-LABEL      PIC X(30).                               00029900
           05 RPT-C-CNT        PIC ZZZZZZZ9.                            00030000
           05 FILLER           PIC X(42) VALUE SPACE.                   00030100
                                                                        00030200
       01 RPT-AMOUNT-LINE.                                              00030300
           05 RPT-A-LABEL      PIC X(30).                               00030400
           05 RPT-A-AMT        PIC -ZZZZZZZZZ9.99.                      00030500
           05 FILLER           PIC X(36) VALUE SPACE.                   00030600
                                                                        00030700
       01 QUAL-SSA-PATIENT.                                             00030800
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00030900
           05  FILLER      PIC X(01) VALUE '('.                         00031000
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00031100
           05  OPER        PIC X(02) VALUE 'EQ'.                        00031200
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00031300
           05  FILLER      PIC X(01) VALUE ')'.                         00031400
                                                                        00031500
       01 UNQUAL-SSA-PATIENT.                                           00031600
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00031700
           05 FILLER  PIC X VALUE SPACE.                                00031800
                                                                        00031900
       01 UNQUAL-SSA-BILLING.                                           00032000
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00032100
           05 FILLER PIC X VALUE SPACE.                                 00032200
                                                                        00032300
       01 UNQUAL-SSA-PAYMENT.                                           00032400
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00032500
           05 FILLER PIC X VALUE SPACE.                                 00032600
                                                                        00032700
       01 DLI-FUNCTIONS.                                                00032800
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00032900
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00033000
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00033100
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00033200
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00033300
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00033400
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00033500
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00033600
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00033700
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00033800
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00033900
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00034000
                                                                        00034100
       01 SEG-IO-AREA     PIC X(60).                                    00034200
                                                                        00034300
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00034400
           05 WS-PATIENT-ID        PIC X(05).                           00034500
           05 FILLER                PIC X(55).                          00034600
                                                                        00034700
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00034800
          05 WS-INVOICENO PIC X(08).                                    00034900
          05 WS-AMOUNT    PIC S9(7)V99.                                 00035000
          05 WS-BILLDATE  PIC X(08).                                    00035100
          05 FILLER       PIC X(35).                                    00035200
                                                                        00035300
       01 WS-PAYMENT-READ-SEG.                                          00035400
          05 WS-PR-PAYDATE   PIC X(08).                                 00035500
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00035600
          05 WS-PR-PAYMETH   PIC X(02).                                 00035700
          05 WS-PR-PAYREF    PIC X(12).                                 00035800
          05 FILLER          PIC X(29).                                 00035900
                                                                        00036000
       01 WS-DLI-FUNCTION PIC X(4).                                     00036100
                                                                        00036200
      *-----------------------*                                         00036300
       LINKAGE SECTION.                                                 00036400
      *-----------------------*                                         00036500
                                                                        00036600
      * psb to get and insert                                           00036700
        01 PCB-MASK-GI.                                                 00036800
           03 DBD-NAME        PIC X(8).                                 00036900
           03 SEG-LEVEL       PIC XX.                                   00037000
           03 STATUS-CODE     PIC XX.                                   00037100
           03 PROC-OPT        PIC X(4).                                 00037200
           03 FILLER          PIC X(4).                                 00037300
           03 SEG-NAME        PIC X(8).                                 00037400
           03 KEY-FDBK        PIC S9(5) COMP.                           00037500
           03 NUM-SENSEG      PIC S9(5) COMP.                           00037600
           03 KEY-FDBK-AREA.                                            00037700
              05 PATIENT-KEY    PIC X(5).                               00037800
              05 MEDICAL-KEY    PIC X(6).                               00037900
              05 DRUG-KEY       PIC X(8).                               00038000
              05 BILLING-KEY    PIC X(8).                               00038100
                                                                        00038200
      *-----------------------*                                         00038300
       PROCEDURE DIVISION.                                              00038400
      *-----------------------*                                         00038500
                                                                        00038600
           INITIALIZE PCB-MASK-GI.                                      00038700
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00038800
                                                                        00038900
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00039000
                                                                        00039100
           PERFORM 1000-INIT                                            00039200
              THRU 1000-INIT-END.                                       00039300
                                                                        00039400
           DISPLAY '1_____ASSESS PAST-DUE BALANCES BY PATIENT'.         00039500
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00039600
           PERFORM 4000-SCAN-PATIENT                                    00039700
              THRU 4000-SCAN-PATIENT-END                                00039800
              UNTIL STATUS-CODE NOT = SPACE.                            00039900
                                                                        00040000
           PERFORM 7000-WRITE-TOTALS                                    00040100
              THRU 7000-WRITE-TOTALS-END.                               00040200
                                                                        00040300
           PERFORM 8000-WRITE-FIN-TRAILER                               00040400
              THRU 8000-WRITE-FIN-TRAILER-END.                          00040500
                                                                        00040600
      *    the month is only recorded once its memos are out            00040700
           OPEN OUTPUT FINCTL.                                          00040800
           MOVE SPACE         TO FCT-REC.                               00040900
           MOVE WS-ASOF-MONTH TO FCT-LAST-MONTH.                        00041000
           WRITE FCT-REC.                                               00041100
           CLOSE FINCTL.                                                00041200
                                                                        00041300
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00041400
           DISPLAY 'PATIENTS SCANNED : ' WS-NO-PATIENTS.                00041500
           DISPLAY 'PAST DUE 60+     : ' WS-NO-PAST-DUE.                00041600
           DISPLAY 'CHARGES ASSESSED : ' WS-NO-ASSESSED.                00041700
           DISPLAY 'AT THE MINIMUM   : ' WS-NO-AT-MINIMUM.              00041800
           DISPLAY 'EXEMPT - PLAN    : ' WS-NO-EX-PLAN.                 00041900
           DISPLAY 'EXEMPT - CLAIM   : ' WS-NO-EX-CLAIM.                00042000
           DISPLAY 'EXEMPT - AGENCY  : ' WS-NO-EX-AGENCY.               00042100
           DISPLAY 'EXEMPT - WRITEOFF: ' WS-NO-EX-WRITEOFF.             00042200
           DISPLAY 'TOTAL CHARGED    : ' WS-TOT-CHARGED.                00042300
           CLOSE FIN-OUT.                                               00042400
           CLOSE RPT01-OUT.                                             00042500
                                                                        00042600
           GOBACK.                                                      00042700
                                                                        00042800
      *------------*                                                    00042900
       1000-INIT.                                                       00043000
      *------------*                                                    00043100
           DISPLAY "***** INIT PROCESS *****".                          00043200
                                                                        00043300
           MOVE SPACE TO WS-FILE-STATUS.                                00043400
           MOVE ZEROES TO WS-COUNTERS.                                  00043500
           INITIALIZE WS-RPT-COUNTERS.                                  00043600
                                                                        00043700
           OPEN INPUT CTLCARD.                                          00043800
                                                                        00043900
           IF WS-CTL-FS NOT = "00"                                      00044000
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00044100
             PERFORM 9999-ABEND                                         00044200
                THRU 9999-ABEND-END                                     00044300
           END-IF.                                                      00044400
                                                                        00044500
           READ CTLCARD INTO CTL-CARD-REC                               00044600
              AT END                                                    00044700
      D         DISPLAY "CTLCARD IS EMPTY - NO AS-OF DATE SUPPLIED"     00044800
                PERFORM 9999-ABEND                                      00044900
                   THRU 9999-ABEND-END                                  00045000
           END-READ.                                                    00045100
                                                                        00045200
           MOVE CTL-ASOF-DATE TO WS-ASOF-DATE.                          00045300
           CLOSE CTLCARD.                                               00045400
                                                                        00045500
           IF WS-ASOF-DATE NOT NUMERIC                                  00045600
              DISPLAY 'CTLCARD AS-OF DATE NOT NUMERIC: ' WS-ASOF-DATE   00045700
              PERFORM 9999-ABEND                                        00045800
                 THRU 9999-ABEND-END                                    00045900
           END-IF.                                                      00046000
                                                                        00046100
      *    no default rate: finance signs off on the card itself        00046200
           IF CTL-RATE NOT NUMERIC OR CTL-MINIMUM NOT NUMERIC           00046300
              DISPLAY 'CTLCARD RATE OR MINIMUM NOT NUMERIC: '           00046400
                 CTL-RATE ' ' CTL-MINIMUM                               00046500
              PERFORM 9999-ABEND                                        00046600
                 THRU 9999-ABEND-END                                    00046700
           END-IF.                                                      00046800
           MOVE CTL-RATE-N    TO WS-RATE.                               00046900
           MOVE CTL-MINIMUM-N TO WS-MINIMUM.                            00047000
           DISPLAY 'MONTHLY RATE % : ' WS-RATE                          00047100
              '  MINIMUM: ' WS-MINIMUM.                                 00047200
                                                                        00047300
           COMPUTE WS-ASOF-DAYS = (WS-ASOF-YY * 365)                    00047400
                                + (WS-ASOF-MM * 30)                     00047500
                                + WS-ASOF-DD.                           00047600
           COMPUTE WS-ASOF-MONTH = (WS-ASOF-YY * 100) + WS-ASOF-MM.     00047700
                                                                        00047800
      *    one assessment per month - a rerun would charge twice        00047900
           OPEN INPUT FINCTL.                                           00048000
           IF WS-FCT-FS = '00'                                          00048100
              READ FINCTL                                               00048200
                 AT END                                                 00048300
                    DISPLAY 'FINCTL EMPTY - FIRST ASSESSMENT'           00048400
                 NOT AT END                                             00048500
                    IF FCT-LAST-MONTH NUMERIC                           00048600
                       MOVE FCT-LAST-MONTH TO WS-LAST-MONTH             00048700
                    END-IF                                              00048800
              END-READ                                                  00048900
              CLOSE FINCTL                                              00049000
           ELSE                                                         00049100
              DISPLAY 'FINCTL NOT AVAILABLE - FIRST ASSESSMENT'         00049200
           END-IF.                                                      00049300
           IF WS-ASOF-MONTH NOT > WS-LAST-MONTH                         00049400
              DISPLAY '*** FINANCE CHARGES ALREADY ASSESSED FOR '       00049500
                 WS-LAST-MONTH ' - RUN STOPPED ***'                     00049600
              MOVE 16 TO RETURN-CODE                                    00049700
              PERFORM 9999-ABEND                                        00049800
                 THRU 9999-ABEND-END                                    00049900
           END-IF.                                                      00050000
                                                                        00050100
      *    current payment plans; with no plan file none is exempt      00050200
           OPEN INPUT PLAN-IN.                                          00050300
           IF WS-PLN-FS = '00'                                          00050400
              PERFORM 1100-LOAD-PLAN-EXEMPT                             00050500
                 THRU 1100-LOAD-PLAN-EXEMPT-END                         00050600
                 UNTIL WS-PLN-EOF                                       00050700
              CLOSE PLAN-IN                                             00050800
           ELSE                                                         00050900
              DISPLAY 'PLANIN NOT AVAILABLE - NO PAYMENT PLANS'         00051000
           END-IF.                                                      00051100
                                                                        00051200
      *    the claim register is required: without it a patient         00051300
      *    waiting on an insurer would be charged                       00051400
           OPEN INPUT CLM-REG.                                          00051500
           IF WS-REG-FS NOT = '00'                                      00051600
      D       DISPLAY "ERROR OPEN FILE CLMREG: " WS-REG-FS              00051700
              PERFORM 9999-ABEND                                        00051800
                 THRU 9999-ABEND-END                                    00051900
           END-IF.                                                      00052000
           PERFORM 1200-LOAD-CLAIM-EXEMPT                               00052100
              THRU 1200-LOAD-CLAIM-EXEMPT-END                           00052200
              UNTIL WS-REG-EOF.                                         00052300
           CLOSE CLM-REG.                                               00052400
                                                                        00052500
      *    the collections work file; none on the first cycle           00052600
           OPEN INPUT COLL-IN.                                          00052700
           IF WS-COL-FS = '00'                                          00052800
              PERFORM 1300-LOAD-COLL-EXEMPT                             00052900
                 THRU 1300-LOAD-COLL-EXEMPT-END                         00053000
                 UNTIL WS-COL-EOF                                       00053100
              CLOSE COLL-IN                                             00053200
           ELSE                                                         00053300
              DISPLAY 'COLLIN NOT AVAILABLE - NO COLLECTION ACCOUNTS'   00053400
           END-IF.                                                      00053500
           DISPLAY 'EXEMPT ACCOUNTS LOADED: ' WS-EXM-COUNT.             00053600
                                                                        00053700
           OPEN OUTPUT FIN-OUT.                                         00053800
           OPEN OUTPUT RPT01-OUT.                                       00053900
           PERFORM 4110-WRITE-HEADERS                                   00054000
              THRU 4110-WRITE-HEADERS-END.                              00054100
                                                                        00054200
           DISPLAY "***** FIN INIT PROCESS *****".                      00054300
                                                                        00054400
      *----------------*                                                00054500
       1000-INIT-END.                                                   00054600
      *----------------*                                                00054700
           EXIT.                                                        00054800
                                                                        00054900
      *-----------------------*                                         00055000
       1100-LOAD-PLAN-EXEMPT.                                           00055100
      *-----------------------*                                         00055200
           READ PLAN-IN                                                 00055300
           END-READ.                                                    00055400
                                                                        00055500
           EVALUATE TRUE                                                00055600
             WHEN WS-PLN-FS = '00'                                      00055700
               IF PLN-STATUS = 'C'                                      00055800
                  MOVE PLN-PATIENID TO WS-EXM-KEY                       00055900
                  MOVE 'P'          TO WS-EXM-NEW-REASON                00056000
                  PERFORM 1500-ADD-EXEMPT                               00056100
                     THRU 1500-ADD-EXEMPT-END                           00056200
               END-IF                                                   00056300
             WHEN WS-PLN-FS = '10'                                      00056400
               SET WS-PLN-EOF TO TRUE                                   00056500
             WHEN OTHER                                                 00056600
      D        DISPLAY "ERROR READ FILE PLANIN !!!: " WS-PLN-FS         00056700
               PERFORM 9999-ABEND                                       00056800
                  THRU 9999-ABEND-END                                   00056900
           END-EVALUATE.                                                00057000
      *-----------------------*                                         00057100
       1100-LOAD-PLAN-EXEMPT-END.                                       00057200
      *-----------------------*                                         00057300
           EXIT.                                                        00057400
                                                                        00057500
      *-----------------------*                                         00057600
       1200-LOAD-CLAIM-EXEMPT.                                          00057700
      *-----------------------*                                         00057800
           READ CLM-REG                                                 00057900
           END-READ.                                                    00058000
                                                                        00058100
           EVALUATE TRUE                                                00058200
             WHEN WS-REG-FS = '00'                                      00058300
      *        no answer yet, or pended by the payer                    00058400
               IF CLR-DISP = SPACE OR CLR-DISP = 'N'                    00058500
                  MOVE CLR-PATIENID TO WS-EXM-KEY                       00058600
                  MOVE 'C'          TO WS-EXM-NEW-REASON                00058700
                  PERFORM 1500-ADD-EXEMPT                               00058800
                     THRU 1500-ADD-EXEMPT-END                           00058900
               END-IF                                                   00059000
             WHEN WS-REG-FS = '10'                                      00059100
               SET WS-REG-EOF TO TRUE                                   00059200
             WHEN OTHER                                                 00059300
      D        DISPLAY "ERROR READ FILE CLMREG !!!: " WS-REG-FS         00059400
               PERFORM 9999-ABEND                                       00059500
                  THRU 9999-ABEND-END                                   00059600
           END-EVALUATE.                                                00059700
      *-----------------------*                                         00059800
       1200-LOAD-CLAIM-EXEMPT-END.                                      00059900
      *-----------------------*                                         00060000
           EXIT.                                                        00060100
                                                                        00060200
      *-----------------------*                                         00060300
       1300-LOAD-COLL-EXEMPT.                                           00060400
      *-----------------------*                                         00060500
           READ COLL-IN                                                 00060600
           END-READ.                                                    00060700
                                                                        00060800
           EVALUATE TRUE                                                00060900
             WHEN WS-COL-FS = '00'                                      00061000
               IF COL-STAGE = 'A' OR COL-STAGE = 'W'                    00061100
                  MOVE COL-PATIENID TO WS-EXM-KEY                       00061200
                  MOVE COL-STAGE    TO WS-EXM-NEW-REASON                00061300
                  PERFORM 1500-ADD-EXEMPT                               00061400
                     THRU 1500-ADD-EXEMPT-END                           00061500
               END-IF                                                   00061600
             WHEN WS-COL-FS = '10'                                      00061700
               SET WS-COL-EOF TO TRUE                                   00061800
             WHEN OTHER                                                 00061900
      D        DISPLAY "ERROR READ FILE COLLIN !!!: " WS-COL-FS         00062000
               PERFORM 9999-ABEND                                       00062100
                  THRU 9999-ABEND-END                                   00062200
           END-EVALUATE.                                                00062300
      *-----------------------*                                         00062400
       1300-LOAD-COLL-EXEMPT-END.                                       00062500
      *-----------------------*                                         00062600
           EXIT.                                                        00062700
                                                                        00062800
      *-----------------------*                                         00062900
       1500-ADD-EXEMPT.                                                 00063000
      *-----------------------*                                         00063100
           PERFORM 5100-FIND-EXEMPT                                     00063200
              THRU 5100-FIND-EXEMPT-END.                                00063300
           IF WS-EXM-HIT                                                00063400
              GO TO 1500-ADD-EXEMPT-END                                 00063500
           END-IF.                                                      00063600
           IF WS-EXM-COUNT < WS-EXM-MAX                                 00063700
              ADD 1 TO WS-EXM-COUNT                                     00063800
              SET EXM-IDX TO WS-EXM-COUNT                               00063900
              MOVE WS-EXM-KEY        TO WS-EX-PATIENID (EXM-IDX)        00064000
              MOVE WS-EXM-NEW-REASON TO WS-EX-REASON (EXM-IDX)          00064100
           ELSE                                                         00064200
      *       an exempt account would be charged - stop instead         00064300
              DISPLAY 'EXEMPT TABLE FULL - RUN STOPPED: ' WS-EXM-KEY    00064400
              MOVE 16 TO RETURN-CODE                                    00064500
              PERFORM 9999-ABEND                                        00064600
                 THRU 9999-ABEND-END                                    00064700
           END-IF.                                                      00064800
      *-----------------------*                                         00064900
       1500-ADD-EXEMPT-END.                                             00065000
      *-----------------------*                                         00065100
           EXIT.                                                        00065200
                                                                        00065300
      *----------------------*                                          00065400
       4000-SCAN-PATIENT.                                               00065500
      *----------------------*                                          00065600
                                                                        00065700
           INITIALIZE SEG-IO-AREA.                                      00065800
                                                                        00065900
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00066000
                                PCB-MASK-GI,                            00066100
                                SEG-IO-AREA,                            00066200
                                UNQUAL-SSA-PATIENT.                     00066300
                                                                        00066400
           IF STATUS-CODE = '  '                                        00066500
                ADD 1 TO WS-NO-PATIENTS                                 00066600
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00066700
                MOVE WS-PATIENT-ID TO WS-SAVE-PATIENTID                 00066800
                                                                        00066900
                MOVE ZERO  TO WS-PAT-BALANCE                            00067000
                MOVE ZERO  TO WS-PAT-PAST-DUE                           00067100
                MOVE SPACE TO WS-REF-INVOICENO                          00067200
                MOVE ZERO  TO WS-REF-DAYS                               00067300
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00067400
                PERFORM 4100-AGE-BILLING                                00067500
                   THRU 4100-AGE-BILLING-END                            00067600
                   UNTIL STATUS-CODE NOT = SPACE                        00067700
                                                                        00067800
                PERFORM 5000-ASSESS-PATIENT                             00067900
                   THRU 5000-ASSESS-PATIENT-END                         00068000
                                                                        00068100
      *         re-establish position on the patient so the next        00068200
      *         unqualified GN steps to the following root              00068300
                MOVE DLI-GU TO WS-DLI-FUNCTION                          00068400
                CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                   00068500
                                     PCB-MASK-GI,                       00068600
                                     SEG-IO-AREA,                       00068700
                                     QUAL-SSA-PATIENT                   00068800
                                                                        00068900
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00069000
           ELSE                                                         00069100
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00069200
                DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                  00069300
                DISPLAY 'DBD-NAME       :'     DBD-NAME                 00069400
                DISPLAY 'SEG-LEVEL      :'    SEG-LEVEL                 00069500
                DISPLAY 'STATUS-CODE    :'   STATUS-CODE                00069600
                DISPLAY 'PROC-OPT       :'    PROC-OPT                  00069700
                DISPLAY 'SEG-NAME       :'    SEG-NAME                  00069800
                DISPLAY 'KEY-FDBK       :'    KEY-FDBK                  00069900
                DISPLAY 'NUM-SENSEG     :'   NUM-SENSEG                 00070000
                DISPLAY 'KEY-FDBK-AREA  :' KEY-FDBK-AREA                00070100
           END-IF.                                                      00070200
                                                                        00070300
      *----------------------*                                          00070400
       4000-SCAN-PATIENT-END.                                           00070500
      *----------------------*                                          00070600
           EXIT.                                                        00070700
                                                                        00070800
      *-----------------------------------*                             00070900
       4100-AGE-BILLING.                                                00071000
      *-----------------------------------*                             00071100
                                                                        00071200
           INITIALIZE SEG-IO-AREA.                                      00071300
                                                                        00071400
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00071500
                                PCB-MASK-GI,                            00071600
                                SEG-IO-AREA,                            00071700
                                QUAL-SSA-PATIENT,                       00071800
                                UNQUAL-SSA-BILLING.                     00071900
                                                                        00072000
           IF STATUS-CODE = '  '                                        00072100
      *       the payment scan reuses the io area - keep the            00072200
      *       invoice's own fields first                                00072300
              MOVE WS-BILLDATE  TO WS-SAVE-BILLDATE                     00072400
              MOVE WS-AMOUNT    TO WS-SAVE-AMOUNT                       00072500
              MOVE WS-INVOICENO TO WS-SAVE-INVOICENO                    00072600
              MOVE ZERO TO WS-PAID-SUM                                  00072700
              PERFORM 4130-SUM-PAYMENTS                                 00072800
                 THRU 4130-SUM-PAYMENTS-END                             00072900
                 UNTIL STATUS-CODE NOT = SPACE                          00073000
              MOVE '  ' TO STATUS-CODE                                  00073100
              COMPUTE WS-OPEN-BALANCE =                                 00073200
                 WS-SAVE-AMOUNT - WS-PAID-SUM                           00073300
              PERFORM 4150-AGE-INVOICE                                  00073400
                 THRU 4150-AGE-INVOICE-END                              00073500
           END-IF.                                                      00073600
                                                                        00073700
      *-----------------------------------*                             00073800
       4100-AGE-BILLING-END.                                            00073900
      *-----------------------------------*                             00074000
           EXIT.                                                        00074100
                                                                        00074200
      *-------------------------*                                       00074300
       4130-SUM-PAYMENTS.                                               00074400
      *-------------------------*                                       00074500
      *    GNP under the invoice just read walks its payments           00074600
      *    only; the GN of 4100 then carries on past them               00074700
           INITIALIZE SEG-IO-AREA.                                      00074800
           CALL 'CBLTDLI' USING DLI-GNP,                                00074900
                                PCB-MASK-GI,                            00075000
                                SEG-IO-AREA,                            00075100
                                UNQUAL-SSA-PAYMENT.                     00075200
                                                                        00075300
           IF STATUS-CODE = '  '                                        00075400
              MOVE SEG-IO-AREA TO WS-PAYMENT-READ-SEG                   00075500
              IF WS-PR-PAYAMT NUMERIC                                   00075600
                 ADD WS-PR-PAYAMT TO WS-PAID-SUM                        00075700
              END-IF                                                    00075800
           END-IF.                                                      00075900
      *-------------------------*                                       00076000
       4130-SUM-PAYMENTS-END.                                           00076100
      *-------------------------*                                       00076200
           EXIT.                                                        00076300
                                                                        00076400
      *-------------------------*                                       00076500
       4150-AGE-INVOICE.                                                00076600
      *-------------------------*                                       00076700
      *    everything open counts toward the balance; only what         00076800
      *    is 60 days or older bears the charge. A BILLDATE that        00076900
      *    cannot be aged is taken as past due, as PBAGING does         00077000
           ADD WS-OPEN-BALANCE TO WS-PAT-BALANCE.                       00077100
           IF WS-SAVE-BILLDATE NOT NUMERIC                              00077200
              MOVE 99999 TO WS-AGE-DAYS                                 00077300
           ELSE                                                         00077400
              MOVE WS-SAVE-BILLDATE TO WS-BILL-DATE-R                   00077500
              COMPUTE WS-BILL-DAYS = (WS-BILL-YY * 365)                 00077600
                                   + (WS-BILL-MM * 30)                  00077700
                                   + WS-BILL-DD                         00077800
              COMPUTE WS-AGE-DAYS = WS-ASOF-DAYS - WS-BILL-DAYS         00077900
           END-IF.                                                      00078000
           IF WS-AGE-DAYS < 60                                          00078100
              GO TO 4150-AGE-INVOICE-END                                00078200
           END-IF.                                                      00078300
           ADD WS-OPEN-BALANCE TO WS-PAT-PAST-DUE.                      00078400
           IF WS-OPEN-BALANCE > 0                                       00078500
              AND WS-AGE-DAYS > WS-REF-DAYS                             00078600
              MOVE WS-SAVE-INVOICENO TO WS-REF-INVOICENO                00078700
              MOVE WS-AGE-DAYS       TO WS-REF-DAYS                     00078800
           END-IF.                                                      00078900
      *-------------------------*                                       00079000
       4150-AGE-INVOICE-END.                                            00079100
      *-------------------------*                                       00079200
           EXIT.                                                        00079300
                                                                        00079400
      *-------------------------*                                       00079500
       4110-WRITE-HEADERS.                                              00079600
      *-------------------------*                                       00079700
           ADD 1 TO WS-RPT-PAGE-CNT.                                    00079800
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE.                         00079900
           MOVE WS-ASOF-DATE    TO RPT-H1-ASOF.                         00080000
           MOVE WS-RATE         TO RPT-H2-RATE.                         00080100
           MOVE WS-MINIMUM      TO RPT-H2-MINIMUM.                      00080200
           MOVE ZERO TO WS-RPT-LINE-CNT.                                00080300
           IF WS-RPT-PAGE-CNT = 1                                       00080400
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00080500
           ELSE                                                         00080600
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00080700
                 AFTER ADVANCING PAGE                                   00080800
           END-IF.                                                      00080900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00081000
              AFTER ADVANCING 1 LINE.                                   00081100
           WRITE RPT01-OUT-REC FROM RPT-HEADER-3                        00081200
              AFTER ADVANCING 2 LINES.                                  00081300
           ADD 3 TO WS-RPT-LINE-CNT.                                    00081400
      *-------------------------*                                       00081500
       4110-WRITE-HEADERS-END.                                          00081600
      *-------------------------*                                       00081700
           EXIT.                                                        00081800
                                                                        00081900
      *-------------------------*                                       00082000
       4120-WRITE-DETAIL.                                               00082100
      *-------------------------*                                       00082200
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00082300
              PERFORM 4110-WRITE-HEADERS                                00082400
                 THRU 4110-WRITE-HEADERS-END                            00082500
           END-IF.                                                      00082600
           MOVE WS-SAVE-PATIENTID TO RPT-D-PATIENTID.                   00082700
           MOVE WS-PAT-PAST-DUE   TO RPT-D-PAST-DUE.                    00082800
           MOVE WS-PAT-CHARGE     TO RPT-D-CHARGE.                      00082900
           MOVE WS-REF-INVOICENO  TO RPT-D-REFINV.                      00083000
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00083100
              AFTER ADVANCING 1 LINE.                                   00083200
           ADD 1 TO WS-RPT-LINE-CNT.                                    00083300
      *-------------------------*                                       00083400
       4120-WRITE-DETAIL-END.                                           00083500
      *-------------------------*                                       00083600
           EXIT.                                                        00083700
                                                                        00083800
      *-----------------------*                                         00083900
       5000-ASSESS-PATIENT.                                             00084000
      *-----------------------*                                         00084100
      *    a credit elsewhere on the account offsets the past-due       00084200
      *    part: the charge never exceeds what is owed overall          00084300
           IF WS-PAT-BALANCE < WS-PAT-PAST-DUE                          00084400
              MOVE WS-PAT-BALANCE TO WS-PAT-PAST-DUE                    00084500
           END-IF.                                                      00084600
           IF WS-PAT-PAST-DUE NOT > 0                                   00084700
              OR WS-REF-INVOICENO = SPACE                               00084800
              GO TO 5000-ASSESS-PATIENT-END                             00084900
           END-IF.                                                      00085000
           ADD 1 TO WS-NO-PAST-DUE.                                     00085100
           ADD WS-PAT-PAST-DUE TO WS-TOT-PAST-DUE.                      00085200
                                                                        00085300
           MOVE WS-SAVE-PATIENTID TO WS-EXM-KEY.                        00085400
           PERFORM 5100-FIND-EXEMPT                                     00085500
              THRU 5100-FIND-EXEMPT-END.                                00085600
           IF WS-EXM-HIT                                                00085700
              SET EXM-IDX TO WS-EXM-HIT-SUB                             00085800
              MOVE ZERO TO WS-PAT-CHARGE                                00085900
              ADD WS-PAT-PAST-DUE TO WS-TOT-EXEMPT                      00086000
              EVALUATE WS-EX-REASON (EXM-IDX)                           00086100
                WHEN 'P'                                                00086200
                  ADD 1 TO WS-NO-EX-PLAN                                00086300
                  MOVE 'EXEMPT - PLAN'      TO RPT-D-NOTE               00086400
                WHEN 'C'                                                00086500
                  ADD 1 TO WS-NO-EX-CLAIM                               00086600
                  MOVE 'EXEMPT - CLAIM'     TO RPT-D-NOTE               00086700
                WHEN 'A'                                                00086800
                  ADD 1 TO WS-NO-EX-AGENCY                              00086900
                  MOVE 'EXEMPT - AGENCY'    TO RPT-D-NOTE               00087000
                WHEN OTHER                                              00087100
                  ADD 1 TO WS-NO-EX-WRITEOFF                            00087200
                  MOVE 'EXEMPT - WRITTEN OFF' TO RPT-D-NOTE             00087300
              END-EVALUATE                                              00087400
              PERFORM 4120-WRITE-DETAIL                                 00087500
                 THRU 4120-WRITE-DETAIL-END                             00087600
              GO TO 5000-ASSESS-PATIENT-END                             00087700
           END-IF.                                                      00087800
                                                                        00087900
           COMPUTE WS-PAT-CHARGE ROUNDED =                              00088000
              WS-PAT-PAST-DUE * WS-RATE / 100.                          00088100
           MOVE SPACE TO RPT-D-NOTE.                                    00088200
           IF WS-PAT-CHARGE < WS-MINIMUM                                00088300
              MOVE WS-MINIMUM TO WS-PAT-CHARGE                          00088400
              MOVE 'MINIMUM CHARGE' TO RPT-D-NOTE                       00088500
              ADD 1 TO WS-NO-AT-MINIMUM                                 00088600
           END-IF.                                                      00088700
                                                                        00088800
           PERFORM 5200-WRITE-CHARGE-MEMO                               00088900
              THRU 5200-WRITE-CHARGE-MEMO-END.                          00089000
           PERFORM 4120-WRITE-DETAIL                                    00089100
              THRU 4120-WRITE-DETAIL-END.                               00089200
      *-----------------------*                                         00089300
       5000-ASSESS-PATIENT-END.                                         00089400
      *-----------------------*                                         00089500
           EXIT.                                                        00089600
                                                                        00089700
      *-----------------------*                                         00089800
       5100-FIND-EXEMPT.                                                00089900
      *-----------------------*                                         00090000
           MOVE 'N' TO WS-EXM-FOUND.                                    00090100
           PERFORM 5110-EXEMPT-LOOKUP                                   00090200
              THRU 5110-EXEMPT-LOOKUP-END                               00090300
              VARYING EXM-IDX FROM 1 BY 1                               00090400
              UNTIL EXM-IDX > WS-EXM-COUNT                              00090500
                 OR WS-EXM-HIT.                                         00090600
      *-----------------------*                                         00090700
       5100-FIND-EXEMPT-END.                                            00090800
      *-----------------------*                                         00090900
           EXIT.                                                        00091000
                                                                        00091100
      *-----------------------*                                         00091200
       5110-EXEMPT-LOOKUP.                                              00091300
      *-----------------------*                                         00091400
           IF WS-EX-PATIENID (EXM-IDX) = WS-EXM-KEY                     00091500
              MOVE 'Y' TO WS-EXM-FOUND                                  00091600
              SET WS-EXM-HIT-SUB TO EXM-IDX                             00091700
           END-IF.                                                      00091800
      *-----------------------*                                         00091900
       5110-EXEMPT-LOOKUP-END.                                          00092000
      *-----------------------*                                         00092100
           EXIT.                                                        00092200
                                                                        00092300
      *-----------------------*                                         00092400
       5200-WRITE-CHARGE-MEMO.                                          00092500
      *-----------------------*                                         00092600
      *    a debit memo against the oldest past-due invoice, in         00092700
      *    PBCREA's ADJUST format behind the owning patient             00092800
           MOVE SPACE             TO WS-REC-FI01.                       00092900
           MOVE 'PATIENT'         TO FI01-SEGMENT-TYPE.                 00093000
           MOVE WS-SAVE-PATIENTID TO FI01-DATA-PATIENID.                00093100
           WRITE FIN-OUT-REC FROM WS-REC-FI01.                          00093200
           ADD 1 TO WS-FIN-PAT-RECS.                                    00093300
                                                                        00093400
           MOVE SPACE             TO WS-REC-FI01.                       00093500
           MOVE 'ADJUST'          TO FI01-SEGMENT-TYPE.                 00093600
           MOVE WS-REF-INVOICENO  TO FI01-ADJ-REFINVNO.                 00093700
           MOVE 'D'               TO FI01-ADJ-TYPE.                     00093800
           MOVE WS-PAT-CHARGE     TO FI01-ADJ-AMOUNT.                   00093900
           MOVE WS-ASOF-DATE      TO FI01-ADJ-DATE.                     00094000
      *    the charge is the patient's own: the reason keeps it off     00094025
      *    every insurance claim                                        00094050
           MOVE 'F'               TO FI01-ADJ-REASON.                   00094075
           WRITE FIN-OUT-REC FROM WS-REC-FI01.                          00094100
                                                                        00094200
           ADD 1 TO WS-NO-ASSESSED.                                     00094300
           ADD WS-PAT-CHARGE TO WS-TOT-CHARGED.                         00094400
      *-----------------------*                                         00094500
       5200-WRITE-CHARGE-MEMO-END.                                      00094600
      *-----------------------*                                         00094700
           EXIT.                                                        00094800
                                                                        00094900
      *-----------------------*                                         00095000
       7000-WRITE-TOTALS.                                               00095100
      *-----------------------*                                         00095200
           MOVE 'PATIENTS SCANNED              ' TO RPT-C-LABEL.        00095300
           MOVE WS-NO-PATIENTS TO RPT-C-CNT.                            00095400
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00095500
              AFTER ADVANCING 3 LINES.                                  00095600
           MOVE 'ACCOUNTS PAST DUE 60+         ' TO RPT-C-LABEL.        00095700
           MOVE WS-NO-PAST-DUE TO RPT-C-CNT.                            00095800
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00095900
              AFTER ADVANCING 1 LINE.                                   00096000
           MOVE 'CHARGES ASSESSED              ' TO RPT-C-LABEL.        00096100
           MOVE WS-NO-ASSESSED TO RPT-C-CNT.                            00096200
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00096300
              AFTER ADVANCING 1 LINE.                                   00096400
           MOVE '   OF WHICH AT THE MINIMUM    ' TO RPT-C-LABEL.        00096500
           MOVE WS-NO-AT-MINIMUM TO RPT-C-CNT.                          00096600
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00096700
              AFTER ADVANCING 1 LINE.                                   00096800
           MOVE 'EXEMPT - PAYMENT PLAN         ' TO RPT-C-LABEL.        00096900
           MOVE WS-NO-EX-PLAN TO RPT-C-CNT.                             00097000
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00097100
              AFTER ADVANCING 1 LINE.                                   00097200
           MOVE 'EXEMPT - CLAIM PENDING        ' TO RPT-C-LABEL.        00097300
           MOVE WS-NO-EX-CLAIM TO RPT-C-CNT.                            00097400
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00097500
              AFTER ADVANCING 1 LINE.                                   00097600
           MOVE 'EXEMPT - AT AGENCY            ' TO RPT-C-LABEL.        00097700
           MOVE WS-NO-EX-AGENCY TO RPT-C-CNT.                           00097800
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00097900
              AFTER ADVANCING 1 LINE.                                   00098000
           MOVE 'EXEMPT - WRITTEN OFF          ' TO RPT-C-LABEL.        00098100
           MOVE WS-NO-EX-WRITEOFF TO RPT-C-CNT.                         00098200
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00098300
              AFTER ADVANCING 1 LINE.                                   00098400
           MOVE 'TOTAL PAST DUE 60+            ' TO RPT-A-LABEL.        00098500
           MOVE WS-TOT-PAST-DUE TO RPT-A-AMT.                           00098600
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00098700
              AFTER ADVANCING 2 LINES.                                  00098800
           MOVE 'TOTAL EXEMPT                  ' TO RPT-A-LABEL.        00098900
           MOVE WS-TOT-EXEMPT TO RPT-A-AMT.                             00099000
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00099100
              AFTER ADVANCING 1 LINE.                                   00099200
           MOVE 'TOTAL FINANCE CHARGES         ' TO RPT-A-LABEL.        00099300
           MOVE WS-TOT-CHARGED TO RPT-A-AMT.                            00099400
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00099500
              AFTER ADVANCING 1 LINE.                                   00099600
      *-----------------------*                                         00099700
       7000-WRITE-TOTALS-END.                                           00099800
      *-----------------------*                                         00099900
           EXIT.                                                        00100000
                                                                        00100100
      *-----------------------*                                         00100200
       8000-WRITE-FIN-TRAILER.                                          00100300
      *-----------------------*                                         00100400
      *    the control totals PBCREA balances against; only the         00100500
      *    positioning PATIENT records tally there                      00100600
           MOVE SPACE            TO WS-REC-FI01.                        00100700
           MOVE 'TRAILER'        TO FI01-SEGMENT-TYPE.                  00100800
           MOVE WS-FIN-PAT-RECS  TO FI01-TRL-PAT-CNT.                   00100900
           MOVE ZERO             TO FI01-TRL-TRT-CNT.                   00101000
           MOVE ZERO             TO FI01-TRL-BIL-CNT.                   00101100
           MOVE ZERO             TO FI01-TRL-AMT-HASH.                  00101200
           WRITE FIN-OUT-REC FROM WS-REC-FI01.                          00101300
      *-----------------------*                                         00101400
       8000-WRITE-FIN-TRAILER-END.                                      00101500
      *-----------------------*                                         00101600
           EXIT.                                                        00101700
                                                                        00101800
      *-------------------*                                             00101900
       9999-ABEND.                                                      00102000
      *-------------------*                                             00102100
      D    DISPLAY "WE ARE IN ABEND".                                   00102200
      *    WE FORCE AN ABEND                                            00102300
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00102400
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00102500
           GOBACK.                                                      00102600
      *-------------------*                                             00102700
       9999-ABEND-END.                                                  00102800
      *-------------------*                                             00102900
           EXIT.                                                        00103000
