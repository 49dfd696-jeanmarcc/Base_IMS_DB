      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBSNAP.                                              00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Image de facturation de la nuit. Un seul balayage de       00000900
      *      la base: pour chaque PATIENT, son adresse courante         00001000
      *      (date d'effet la plus recente), ses COVERAGE, ses          00001100
      *      TREATMNT avec leurs DIAGNOS, puis chaque BILLING avec      00001200
      *      la somme de ses PAYMENT et son solde ouvert (montant       00001300
      *      moins paiements), la couverture active a la date de        00001400
      *      facturation et le traitement facture. Le tout est          00001500
      *      ecrit a plat dans l'ordre patient/facture, suivi d'un      00001600
      *      enregistrement de fin portant les comptes de segments      00001700
      *      lus et les totaux de montant, paye et solde.               00001800
      *      Les rapports de comptes a recevoir (PBAGING, PBCOLL,       00001900
      *      PBMSTMT, PBCREDIT, PBCLMAGE, PBCLAIM, PDOCRPT) lisent      00002000
      *      cette image au lieu de rebalayer la base, et refusent      00002100
      *      une image dont les comptes ne balancent pas avec sa        00002200
      *      fin: tous les rapports partent du meme solde.              00002300
      *      Types d'enregistrement, par patient:                       00002400
      *        P = patient et adresse courante                          00002500
      *        C = une couverture                                       00002600
      *        V = un traitement et ses diagnostics                     00002700
      *        I = une facture, ses paiements, son solde, sa            00002800
      *            couverture active, l'adresse courante et la          00002866
      *            raison du memo (F = frais de financement)            00002933
      *      et T = fin de l'image, en dernier.                         00003000
      *                                                                 00003100
      * Fichier entree: CYCCTL, controle du cycle (prerequis            00003200
      *      PBCHARG, etat de quiesce de la base, rupture               00003300
      *      d'equilibre PBBAL non levee)                               00003400
      * Fichier sortie: BILSNAP, l'image de facturation                 00003500
      * Fichier sortie: CYCCTL, estampille de fin (ajout)               00003600
      *----------------------------------------------------------*      00003700
      *--------------------*                                            00003800
       ENVIRONMENT DIVISION.                                            00003900
      *--------------------*                                            00004000
       CONFIGURATION SECTION.                                           00004100
       OBJECT-COMPUTER.                                                 00004200
       SOURCE-COMPUTER.                                                 00004300
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
           SELECT BIL-SNAP ASSIGN TO BILSNAP                            00004700
           ORGANIZATION IS SEQUENTIAL                                   00004800
           FILE STATUS IS WS-SNP-FS.                                    00004900
           SELECT CYCCTL ASSIGN TO CYCCTL                               00005000
           ORGANIZATION IS SEQUENTIAL                                   00005100
           FILE STATUS IS WS-CYC-FS.                                    00005200
      *----------------*                                                00005300
       DATA DIVISION.                                                   00005400
      *----------------*                                                00005500
       FILE SECTION.                                                    00005600
                                                                        00005700
      *    image de facturation: un type d'enregistrement par           00005800
      *    segment, dans l'ordre patient/facture, et une fin            00005900
       FD  BIL-SNAP RECORDING MODE F.                                   00006000
       01  SNP-REC.                                                     00006100
           05 SNP-REC-TYPE      PIC X(01).                              00006200
              88 SNP-PATIENT-REC        VALUE 'P'.                      00006300
              88 SNP-COVERAGE-REC       VALUE 'C'.                      00006400
              88 SNP-TREATMNT-REC       VALUE 'V'.                      00006500
              88 SNP-INVOICE-REC        VALUE 'I'.                      00006600
              88 SNP-TRAILER-REC        VALUE 'T'.                      00006700
           05 SNP-PATIENID      PIC X(05).                              00006800
           05 SNP-DATA          PIC X(244).                             00006900
           05 SNP-DATA-PATIENT  REDEFINES SNP-DATA.                     00007000
              10 SNP-P-PATNAME     PIC X(20).                           00007100
              10 SNP-P-PATDOB      PIC X(08).                           00007200
              10 SNP-P-PATPHONE    PIC X(10).                           00007300
              10 SNP-P-PATINSUR    PIC X(15).                           00007400
              10 SNP-P-DEATH-FLAG  PIC X(01).                           00007500
      *          blank effective date = no address on file              00007600
              10 SNP-P-ADR-EFFDATE PIC X(08).                           00007700
              10 SNP-P-STREET      PIC X(20).                           00007800
              10 SNP-P-CITY        PIC X(15).                           00007900
              10 SNP-P-REGION      PIC X(02).                           00008000
              10 SNP-P-POSTAL      PIC X(07).                           00008100
              10 SNP-P-UNDELIV     PIC X(01).                           00008200
              10 FILLER            PIC X(137).                          00008300
           05 SNP-DATA-COVERAGE REDEFINES SNP-DATA.                     00008400
              10 SNP-C-PAYERCD     PIC X(08).                           00008500
              10 SNP-C-POLICYNO    PIC X(12).                           00008600
              10 SNP-C-EFFDATE     PIC X(08).                           00008700
              10 SNP-C-EXPDATE     PIC X(08).                           00008800
              10 FILLER            PIC X(208).                          00008900
           05 SNP-DATA-TREATMNT REDEFINES SNP-DATA.                     00009000
              10 SNP-V-TRDATE      PIC X(08).                           00009100
              10 SNP-V-TRTNAME     PIC X(20).                           00009200
              10 SNP-V-DOCTOR      PIC X(20).                           00009300
              10 SNP-V-FACILITY    PIC X(02).                           00009400
              10 SNP-V-DG-PRIMARY  PIC X(08).                           00009500
              10 SNP-V-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.           00009600
              10 FILLER            PIC X(162).                          00009700
           05 SNP-DATA-INVOICE  REDEFINES SNP-DATA.                     00009800
              10 SNP-I-INVOICENO   PIC X(08).                           00009900
              10 SNP-I-AMOUNT      PIC S9(7)V99.                        00010000
              10 SNP-I-BILLDATE    PIC X(08).                           00010100
              10 SNP-I-REFINVNO    PIC X(08).                           00010200
              10 SNP-I-TRANTYPE    PIC X(01).                           00010300
              10 SNP-I-FACILITY    PIC X(02).                           00010400
              10 SNP-I-TRTNAME     PIC X(20).                           00010500
              10 SNP-I-PAY-COUNT   PIC 9(04).                           00010600
              10 SNP-I-LAST-PAYDATE PIC X(08).                          00010700
              10 SNP-I-PAID        PIC S9(9)V99.                        00010800
              10 SNP-I-OPEN-BAL    PIC S9(9)V99.                        00010900
      *          rang parmi les C du patient de la couverture           00011000
      *          active au BILLDATE; 00 = auto-paye                     00011100
              10 SNP-I-COV-SEQ     PIC 9(02).                           00011200
              10 SNP-I-PAYERCD     PIC X(08).                           00011300
              10 SNP-I-POLICYNO    PIC X(12).                           00011400
              10 SNP-I-EFFDATE     PIC X(08).                           00011500
              10 SNP-I-EXPDATE     PIC X(08).                           00011600
      *          rang parmi les V du patient du traitement              00011700
      *          facture (TRTNAME); 00 = aucun                          00011800
              10 SNP-I-TRT-SEQ     PIC 9(02).                           00011900
              10 SNP-I-PATNAME     PIC X(20).                           00012000
              10 SNP-I-DEATH-FLAG  PIC X(01).                           00012100
              10 SNP-I-STREET      PIC X(20).                           00012200
              10 SNP-I-CITY        PIC X(15).                           00012300
              10 SNP-I-REGION      PIC X(02).                           00012400
              10 SNP-I-POSTAL      PIC X(07).                           00012500
              10 SNP-I-UNDELIV     PIC X(01).                           00012600
      *          raison du memo au BILLING: F = frais de financement    00012650
              10 SNP-I-MEMO-REASON PIC X(01).                           00012700
              10 FILLER            PIC X(47).                           00012750
           05 SNP-DATA-TRAILER  REDEFINES SNP-DATA.                     00012800
              10 SNP-T-EXTRACT-DATE PIC 9(08).                          00012900
              10 SNP-T-EXTRACT-TIME PIC 9(08).                          00013000
              10 SNP-T-PAT-CNT     PIC 9(09).                           00013100
              10 SNP-T-COV-CNT     PIC 9(09).                           00013200
              10 SNP-T-TRT-CNT     PIC 9(09).                           00013300
              10 SNP-T-INV-CNT     PIC 9(09).                           00013400
              10 SNP-T-PAY-CNT     PIC 9(09).                           00013500
              10 SNP-T-AMOUNT      PIC S9(13)V99.                       00013600
              10 SNP-T-PAID        PIC S9(13)V99.                       00013700
              10 SNP-T-OPEN-BAL    PIC S9(13)V99.                       00013800
              10 FILLER            PIC X(138).                          00013900
                                                                        00014000
      *    fichier de controle du cycle: un enregistrement par          00014100
      *    fin d'execution, consulte au demarrage pour verifier         00014200
      *    le prerequis et l'etat de quiesce de la base                 00014300
       FD  CYCCTL RECORDING MODE F.                                     00014400
       01  CYC-CTL-REC.                                                 00014500
           05 CYC-PROGRAM       PIC X(08).                              00014600
           05 FILLER            PIC X(01).                              00014700
           05 CYC-RUN-DATE      PIC 9(08).                              00014800
           05 FILLER            PIC X(01).                              00014900
           05 CYC-RUN-TIME      PIC 9(08).                              00015000
           05 FILLER            PIC X(01).                              00015100
           05 CYC-STATUS        PIC X(08).                              00015200
           05 FILLER            PIC X(45).                              00015300
                                                                        00015400
      *-----------------------*                                         00015500
       WORKING-STORAGE SECTION.                                         00015600
      *-----------------------*                                         00015700
       01 WS-FILE-STATUS.                                               00015800
          05 WS-SNP-FS                 PIC X(2).                        00015900
          05 WS-CYC-FS                 PIC X(2).                        00016000
                                                                        00016100
      *    controle d'enchainement du cycle: l'image est prise          00016200
      *    apres la facturation de la nuit (PBCHARG), jamais            00016300
      *    pendant une maintenance de la base                           00016400
       01 WS-CYC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00016500
          88 WS-CYC-EOF                 VALUE 'TRUE'.                   00016600
       01 WS-CYC-TODAY                  PIC 9(08).                      00016700
       01 WS-CYC-TIME                   PIC 9(08).                      00016800
       01 WS-CYC-PREREQ-NAME            PIC X(08) VALUE 'PBCHARG'.      00016900
       01 WS-CYC-PREREQ-OK              PIC X(01) VALUE 'N'.            00017000
          88 WS-CYC-PREREQ-MET          VALUE 'Y'.                      00017100
       01 WS-CYC-QUIESCED               PIC X(01) VALUE 'N'.            00017200
          88 WS-CYC-DB-QUIESCED         VALUE 'Y'.                      00017300
       01 WS-CYC-BAL-BREAK              PIC X(01) VALUE 'N'.            00017400
          88 WS-CYC-BALANCE-BROKEN      VALUE 'Y'.                      00017500
                                                                        00017600
       01 WS-EXTRACT-DATE               PIC 9(08).                      00017700
       01 WS-EXTRACT-TIME               PIC 9(08).                      00017800
                                                                        00017900
      *    comptes de segments lus et totaux, portes sur la fin         00018000
       01 WS-COUNTERS.                                                  00018100
           05 WS-NO-PATIENTS               PIC 9(9).                    00018200
           05 WS-NO-COVERAGES              PIC 9(9).                    00018300
           05 WS-NO-TREATMNTS              PIC 9(9).                    00018400
           05 WS-NO-DIAGNOSES              PIC 9(9).                    00018500
           05 WS-NO-INVOICES               PIC 9(9).                    00018600
           05 WS-NO-PAYMENTS               PIC 9(9).                    00018700
           05 WS-NO-SELFPAY                PIC 9(9).                    00018800
                                                                        00018900
       01 WS-TOTALS.                                                    00019000
           05 WS-TOT-AMOUNT                PIC S9(13)V99.               00019100
           05 WS-TOT-PAID                  PIC S9(13)V99.               00019200
           05 WS-TOT-OPEN-BAL              PIC S9(13)V99.               00019300
                                                                        00019400
       01 WS-SAVE-PATIENT.                                              00019500
           05 WS-SAVE-PATIENTID            PIC X(05).                   00019600
           05 WS-SAVE-PATNAME              PIC X(20).                   00019700
           05 WS-SAVE-PATDOB               PIC X(08).                   00019800
           05 WS-SAVE-PATPHONE             PIC X(10).                   00019900
           05 WS-SAVE-PATINSUR             PIC X(15).                   00020000
           05 WS-SAVE-DEATH-FLAG           PIC X(01).                   00020100
                                                                        00020200
      *    adresse courante du patient (date d'effet la plus            00020300
      *    recente), portee sur le patient et sur chaque facture        00020400
       01 WS-CUR-ADDRESS.                                               00020500
          05 WS-CA-STREET    PIC X(20).                                 00020600
          05 WS-CA-CITY      PIC X(15).                                 00020700
          05 WS-CA-REGION    PIC X(02).                                 00020800
          05 WS-CA-POSTAL    PIC X(07).                                 00020900
          05 WS-CA-UNDELIV   PIC X(01).                                 00021000
       01 WS-ADR-BEST-EFFDATE           PIC X(08).                      00021100
       01 WS-ADDRESS-READ-SEG.                                          00021200
          05 WS-AR-EFFDATE   PIC X(08).                                 00021300
          05 WS-AR-STREET    PIC X(20).                                 00021400
          05 WS-AR-CITY      PIC X(15).                                 00021500
          05 WS-AR-REGION    PIC X(02).                                 00021600
          05 WS-AR-POSTAL    PIC X(07).                                 00021700
          05 WS-AR-UNDELIV   PIC X(01).                                 00021800
          05 FILLER          PIC X(07).                                 00021900
                                                                        00022000
      *    couvertures du patient courant, pour l'appariement de        00022100
      *    chaque facture a la couverture active a sa date (meme        00022200
      *    table et meme regle que PBCLAIM)                             00022300
       01 WS-COV-TABLE.                                                 00022400
          05 WS-COV-MAX         PIC 9(02) COMP VALUE 10.                00022500
          05 WS-COV-COUNT       PIC 9(02) COMP VALUE 0.                 00022600
          05 WS-COV-ENTRY OCCURS 10 TIMES INDEXED BY COV-IDX.           00022700
             10 WS-COV-PAYERCD  PIC X(08).                              00022800
             10 WS-COV-POLICYNO PIC X(12).                              00022900
             10 WS-COV-EFFDATE  PIC X(08).                              00023000
             10 WS-COV-EXPDATE  PIC X(08).                              00023100
       01 WS-COV-FOUND                  PIC X(01) VALUE 'N'.            00023200
          88 WS-COV-HIT                 VALUE 'Y'.                      00023300
       01 WS-COV-HIT-SUB                PIC 9(02) COMP VALUE 0.         00023400
                                                                        00023500
      *    noms des traitements du patient courant, pour retrouver      00023600
      *    le traitement facture                                        00023700
       01 WS-TRT-TABLE.                                                 00023800
          05 WS-TRT-MAX         PIC 9(02) COMP VALUE 50.                00023900
          05 WS-TRT-COUNT       PIC 9(02) COMP VALUE 0.                 00024000
          05 WS-TRT-ENTRY OCCURS 50 TIMES INDEXED BY TRT-IDX.           00024100
             10 WS-TRT-TRTNAME  PIC X(20).                              00024200
       01 WS-TRT-FOUND                  PIC X(01) VALUE 'N'.            00024300
          88 WS-TRT-HIT                 VALUE 'Y'.                      00024400
       01 WS-TRT-HIT-SUB                PIC 9(02) COMP VALUE 0.         00024500
                                                                        00024600
       01 WS-PAYMENT-READ-SEG.                                          00024700
          05 WS-PR-PAYDATE   PIC X(08).                                 00024800
          05 WS-PR-PAYAMT    PIC 9(07)V99.                              00024900
          05 WS-PR-PAYMETH   PIC X(02).                                 00025000
          05 WS-PR-PAYREF    PIC X(12).                                 00025100
          05 FILLER          PIC X(29).                                 00025200
       01 WS-PAID-SUM                   PIC S9(9)V99 VALUE 0.           00025300
       01 WS-PAY-COUNT                  PIC 9(04) VALUE 0.              00025400
       01 WS-LAST-PAYDATE               PIC X(08).                      00025500
                                                                        00025600
       01 QUAL-SSA-PATIENT.                                             00025700
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00025800
           05  FILLER      PIC X(01) VALUE '('.                         00025900
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00026000
           05  OPER        PIC X(02) VALUE 'EQ'.                        00026100
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00026200
           05  FILLER      PIC X(01) VALUE ')'.                         00026300
                                                                        00026400
       01 UNQUAL-SSA-PATIENT.                                           00026500
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00026600
           05 FILLER  PIC X VALUE SPACE.                                00026700
                                                                        00026800
       01 UNQUAL-SSA-ADDRESS.                                           00026900
           05 SEGMENT-NAME PIC X(8) VALUE 'ADDRESS'.                    00027000
           05 FILLER PIC X VALUE SPACE.                                 00027100
                                                                        00027200
       01 UNQUAL-SSA-COVERAGE.                                          00027300
           05 SEGMENT-NAME PIC X(8) VALUE 'COVERAGE'.                   00027400
           05 FILLER PIC X VALUE SPACE.                                 00027500
                                                                        00027600
       01 UNQUAL-SSA-TREATMNT.                                          00027700
           05 SEGMENT-NAME PIC X(8) VALUE 'TREATMNT'.                   00027800
           05 FILLER PIC X VALUE SPACE.                                 00027900
                                                                        00028000
       01 UNQUAL-SSA-DIAGNOS.                                           00028100
           05 SEGMENT-NAME PIC X(8) VALUE 'DIAGNOS'.                    00028200
           05 FILLER PIC X VALUE SPACE.                                 00028300
                                                                        00028400
       01 UNQUAL-SSA-BILLING.                                           00028500
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00028600
           05 FILLER PIC X VALUE SPACE.                                 00028700
                                                                        00028800
       01 UNQUAL-SSA-PAYMENT.                                           00028900
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00029000
           05 FILLER PIC X VALUE SPACE.                                 00029100
                                                                        00029200
       01 DLI-FUNCTIONS.                                                00029300
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00029400
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00029500
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00029600
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00029700
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00029800
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00029900
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00030000
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00030100
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00030200
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00030300
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00030400
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00030500
                                                                        00030600
       01 SEG-IO-AREA     PIC X(60).                                    00030700
                                                                        00030800
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00030900
           05 WS-PATIENT-ID        PIC X(05).                           00031000
           05 WS-PATNAME           PIC X(20).                           00031100
           05 WS-PATDOB            PIC X(08).                           00031200
           05 WS-PATPHONE          PIC X(10).                           00031300
           05 WS-PATINSUR          PIC X(15).                           00031400
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00031500
           05 FILLER               PIC X(01).                           00031600
                                                                        00031700
       01 WS-COVERAGE-SEG REDEFINES SEG-IO-AREA.                        00031800
          05 WS-PAYERCD      PIC X(08).                                 00031900
          05 WS-POLICYNO     PIC X(12).                                 00032000
          05 WS-EFFDATE      PIC X(08).                                 00032100
          05 WS-EXPDATE      PIC X(08).                                 00032200
          05 FILLER          PIC X(24).                                 00032300
                                                                        00032400
       01 WS-TREATMNT-SEG REDEFINES SEG-IO-AREA.                        00032500
          05 WS-TRDATE       PIC X(08).                                 00032600
          05 WS-TRTNAME      PIC X(20).                                 00032700
          05 WS-DOCTOR       PIC X(20).                                 00032800
          05 WS-TRT-FACILITY PIC X(02).                                 00032900
          05 FILLER          PIC X(10).                                 00033000
                                                                        00033100
       01 WS-DIAGNOS-SEG REDEFINES SEG-IO-AREA.                         00033200
          05 WS-DG-PRIMARY   PIC X(08).                                 00033300
          05 WS-DG-SECONDARY PIC X(08) OCCURS 3 TIMES.                  00033400
          05 FILLER          PIC X(28).                                 00033500
                                                                        00033600
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00033700
          05 WS-INVOICENO PIC X(08).                                    00033800
          05 WS-AMOUNT    PIC S9(7)V99.                                 00033900
          05 WS-BILLDATE  PIC X(08).                                    00034000
          05 WS-REFINVNO  PIC X(08).                                    00034100
          05 WS-TRANTYPE  PIC X(01).                                    00034200
          05 WS-BIL-FACILITY PIC X(02).                                 00034300
          05 WS-BIL-TRTNAME  PIC X(20).                                 00034400
          05 WS-BIL-MEMO-REASON PIC X(01).                              00034466
          05 FILLER       PIC X(03).                                    00034533
                                                                        00034600
      *    la facture en cours d'ecriture, gardee a part: le            00034700
      *    balayage des paiements reutilise la zone d'E/S               00034800
       01 WS-SAVE-BILLING              PIC X(60).                       00034900
                                                                        00035000
       01 WS-DLI-FUNCTION PIC X(4).                                     00035100
                                                                        00035200
      *-----------------------*                                         00035300
       LINKAGE SECTION.                                                 00035400
      *-----------------------*                                         00035500
                                                                        00035600
      * psb to get and insert                                           00035700
        01 PCB-MASK-GI.                                                 00035800
           03 DBD-NAME        PIC X(8).                                 00035900
           03 SEG-LEVEL       PIC XX.                                   00036000
           03 STATUS-CODE     PIC XX.                                   00036100
           03 PROC-OPT        PIC X(4).                                 00036200
           03 FILLER          PIC X(4).                                 00036300
           03 SEG-NAME        PIC X(8).                                 00036400
           03 KEY-FDBK        PIC S9(5) COMP.                           00036500
           03 NUM-SENSEG      PIC S9(5) COMP.                           00036600
           03 KEY-FDBK-AREA.                                            00036700
              05 PATIENT-KEY    PIC X(5).                               00036800
              05 MEDICAL-KEY    PIC X(6).                               00036900
              05 DRUG-KEY       PIC X(8).                               00037000
              05 BILLING-KEY    PIC X(8).                               00037100
                                                                        00037200
      *-----------------------*                                         00037300
       PROCEDURE DIVISION.                                              00037400
      *-----------------------*                                         00037500
                                                                        00037600
           INITIALIZE PCB-MASK-GI.                                      00037700
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00037800
                                                                        00037900
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00038000
                                                                        00038100
      *    an image taken ahead of the billing would short every        00038200
      *    report that reads it                                         00038300
           PERFORM 0300-CHECK-CYCLE                                     00038400
              THRU 0300-CHECK-CYCLE-END.                                00038500
                                                                        00038600
           PERFORM 1000-INIT                                            00038700
              THRU 1000-INIT-END.                                       00038800
                                                                        00038900
           DISPLAY '1_____TAKE THE BILLING SNAPSHOT BY PATIENT'.        00039000
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00039100
           PERFORM 4000-SCAN-PATIENT                                    00039200
              THRU 4000-SCAN-PATIENT-END                                00039300
              UNTIL STATUS-CODE NOT = SPACE.                            00039400
                                                                        00039500
      *    only a scan that ran to the end of the database earns        00039600
      *    a trailer - the readers refuse an image without one          00039700
           IF STATUS-CODE NOT = 'GB'                                    00039800
              DISPLAY '*** PATIENT SCAN ENDED ON STATUS ' STATUS-CODE   00039900
                 ' - SNAPSHOT INCOMPLETE, NO TRAILER ***'               00040000
              CLOSE BIL-SNAP                                            00040100
              MOVE 16 TO RETURN-CODE                                    00040200
              PERFORM 9999-ABEND                                        00040300
                 THRU 9999-ABEND-END                                    00040400
           END-IF.                                                      00040500
                                                                        00040600
           PERFORM 8000-WRITE-TRAILER                                   00040700
              THRU 8000-WRITE-TRAILER-END.                              00040800
           CLOSE BIL-SNAP.                                              00040900
                                                                        00041000
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00041100
           DISPLAY 'PATIENTS        : ' WS-NO-PATIENTS.                 00041200
           DISPLAY 'COVERAGES       : ' WS-NO-COVERAGES.                00041300
           DISPLAY 'TREATMENTS      : ' WS-NO-TREATMNTS.                00041400
           DISPLAY 'DIAGNOSES       : ' WS-NO-DIAGNOSES.                00041500
           DISPLAY 'INVOICES        : ' WS-NO-INVOICES.                 00041600
           DISPLAY 'PAYMENTS        : ' WS-NO-PAYMENTS.                 00041700
           DISPLAY 'SELF-PAY INVOICES: ' WS-NO-SELFPAY.                 00041800
           DISPLAY 'TOTAL BILLED    : ' WS-TOT-AMOUNT.                  00041900
           DISPLAY 'TOTAL PAID      : ' WS-TOT-PAID.                    00042000
           DISPLAY 'TOTAL OPEN      : ' WS-TOT-OPEN-BAL.                00042100
                                                                        00042200
           PERFORM 8960-STAMP-CYCLE                                     00042300
              THRU 8960-STAMP-CYCLE-END.                                00042400
                                                                        00042500
           GOBACK.                                                      00042600
                                                                        00042700
      *------------*                                                    00042800
       1000-INIT.                                                       00042900
      *------------*                                                    00043000
           DISPLAY "***** INIT PROCESS *****".                          00043100
                                                                        00043200
           MOVE SPACE TO WS-FILE-STATUS.                                00043300
           MOVE ZEROES TO WS-COUNTERS.                                  00043400
           MOVE ZEROES TO WS-TOTALS.                                    00043500
                                                                        00043600
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.                   00043700
           ACCEPT WS-EXTRACT-TIME FROM TIME.                            00043800
                                                                        00043900
           OPEN OUTPUT BIL-SNAP.                                        00044000
           IF WS-SNP-FS NOT = '00'                                      00044100
      D       DISPLAY "ERROR OPEN FILE BILSNAP: " WS-SNP-FS             00044200
              MOVE 16 TO RETURN-CODE                                    00044300
              PERFORM 9999-ABEND                                        00044400
                 THRU 9999-ABEND-END                                    00044500
           END-IF.                                                      00044600
                                                                        00044700
           DISPLAY "***** FIN INIT PROCESS *****".                      00044800
                                                                        00044900
      *----------------*                                                00045000
       1000-INIT-END.                                                   00045100
      *----------------*                                                00045200
           EXIT.                                                        00045300
                                                                        00045400
      *----------------------*                                          00045500
       4000-SCAN-PATIENT.                                               00045600
      *----------------------*                                          00045700
           INITIALIZE SEG-IO-AREA.                                      00045800
                                                                        00045900
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00046000
                                PCB-MASK-GI,                            00046100
                                SEG-IO-AREA,                            00046200
                                UNQUAL-SSA-PATIENT.                     00046300
                                                                        00046400
           IF STATUS-CODE = '  '                                        00046500
                ADD 1 TO WS-NO-PATIENTS                                 00046600
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00046700
                MOVE WS-PATIENT-ID     TO WS-SAVE-PATIENTID             00046800
                MOVE WS-PATNAME        TO WS-SAVE-PATNAME               00046900
                MOVE WS-PATDOB         TO WS-SAVE-PATDOB                00047000
                MOVE WS-PATPHONE       TO WS-SAVE-PATPHONE              00047100
                MOVE WS-PATINSUR       TO WS-SAVE-PATINSUR              00047200
                MOVE WS-PAT-DEATH-FLAG TO WS-SAVE-DEATH-FLAG            00047300
                                                                        00047400
      *         the mailing address heads the patient's records         00047500
                PERFORM 4100-GET-CURRENT-ADDRESS                        00047600
                   THRU 4100-GET-CURRENT-ADDRESS-END                    00047700
                PERFORM 4190-WRITE-PATIENT                              00047800
                   THRU 4190-WRITE-PATIENT-END                          00047900
                PERFORM 4150-REPOSITION-PATIENT                         00048000
                   THRU 4150-REPOSITION-PATIENT-END                     00048100
                                                                        00048200
      *         then the coverages, the treatments with their           00048300
      *         diagnoses, and last the invoices that refer to both     00048400
                MOVE ZERO TO WS-COV-COUNT                               00048500
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00048600
                PERFORM 4200-COLLECT-COVERAGE                           00048700
                   THRU 4200-COLLECT-COVERAGE-END                       00048800
                   UNTIL STATUS-CODE NOT = SPACE                        00048900
                PERFORM 4150-REPOSITION-PATIENT                         00049000
                   THRU 4150-REPOSITION-PATIENT-END                     00049100
                                                                        00049200
                MOVE ZERO TO WS-TRT-COUNT                               00049300
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00049400
                PERFORM 4300-COLLECT-TREATMNT                           00049500
                   THRU 4300-COLLECT-TREATMNT-END                       00049600
                   UNTIL STATUS-CODE NOT = SPACE                        00049700
                PERFORM 4150-REPOSITION-PATIENT                         00049800
                   THRU 4150-REPOSITION-PATIENT-END                     00049900
                                                                        00050000
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00050100
                PERFORM 4400-EXTRACT-BILLING                            00050200
                   THRU 4400-EXTRACT-BILLING-END                        00050300
                   UNTIL STATUS-CODE NOT = SPACE                        00050400
                                                                        00050500
      *         re-establish position on the patient so the next        00050600
      *         unqualified GN steps to the following root              00050700
                PERFORM 4150-REPOSITION-PATIENT                         00050800
                   THRU 4150-REPOSITION-PATIENT-END                     00050900
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00051000
           ELSE                                                         00051100
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00051200
           END-IF.                                                      00051300
      *----------------------*                                          00051400
       4000-SCAN-PATIENT-END.                                           00051500
      *----------------------*                                          00051600
           EXIT.                                                        00051700
                                                                        00051800
      *-------------------------*                                       00051900
       4100-GET-CURRENT-ADDRESS.                                        00052000
      *-------------------------*                                       00052100
      *    the newest effective date is the mailing address             00052200
           MOVE SPACE TO WS-CUR-ADDRESS.                                00052300
           MOVE LOW-VALUE TO WS-ADR-BEST-EFFDATE.                       00052400
           PERFORM 4110-READ-ONE-ADDRESS                                00052500
              THRU 4110-READ-ONE-ADDRESS-END                            00052600
              UNTIL STATUS-CODE NOT = SPACE.                            00052700
           MOVE '  ' TO STATUS-CODE.                                    00052800
           IF WS-ADR-BEST-EFFDATE = LOW-VALUE                           00052900
              MOVE SPACE TO WS-ADR-BEST-EFFDATE                         00053000
           END-IF.                                                      00053100
      *-------------------------*                                       00053200
       4100-GET-CURRENT-ADDRESS-END.                                    00053300
      *-------------------------*                                       00053400
           EXIT.                                                        00053500
                                                                        00053600
      *-------------------------*                                       00053700
       4110-READ-ONE-ADDRESS.                                           00053800
      *-------------------------*                                       00053900
           INITIALIZE SEG-IO-AREA.                                      00054000
           CALL 'CBLTDLI' USING DLI-GN,                                 00054100
                                PCB-MASK-GI,                            00054200
                                SEG-IO-AREA,                            00054300
                                QUAL-SSA-PATIENT,                       00054400
                                UNQUAL-SSA-ADDRESS.                     00054500
                                                                        00054600
           IF STATUS-CODE = '  '                                        00054700
              MOVE SEG-IO-AREA TO WS-ADDRESS-READ-SEG                   00054800
              IF WS-AR-EFFDATE > WS-ADR-BEST-EFFDATE                    00054900
                 MOVE WS-AR-EFFDATE TO WS-ADR-BEST-EFFDATE              00055000
                 MOVE WS-AR-STREET  TO WS-CA-STREET                     00055100
                 MOVE WS-AR-CITY    TO WS-CA-CITY                       00055200
                 MOVE WS-AR-REGION  TO WS-CA-REGION                     00055300
                 MOVE WS-AR-POSTAL  TO WS-CA-POSTAL                     00055400
                 MOVE WS-AR-UNDELIV TO WS-CA-UNDELIV                    00055500
              END-IF                                                    00055600
           END-IF.                                                      00055700
      *-------------------------*                                       00055800
       4110-READ-ONE-ADDRESS-END.                                       00055900
      *-------------------------*                                       00056000
           EXIT.                                                        00056100
                                                                        00056200
      *-------------------------*                                       00056300
       4150-REPOSITION-PATIENT.                                         00056400
      *-------------------------*                                       00056500
           INITIALIZE SEG-IO-AREA.                                      00056600
           CALL 'CBLTDLI' USING DLI-GU,                                 00056700
                                PCB-MASK-GI,                            00056800
                                SEG-IO-AREA,                            00056900
                                QUAL-SSA-PATIENT.                       00057000
      *-------------------------*                                       00057100
       4150-REPOSITION-PATIENT-END.                                     00057200
      *-------------------------*                                       00057300
           EXIT.                                                        00057400
                                                                        00057500
      *-------------------------*                                       00057600
       4190-WRITE-PATIENT.                                              00057700
      *-------------------------*                                       00057800
           MOVE SPACE               TO SNP-REC.                         00057900
           MOVE 'P'                 TO SNP-REC-TYPE.                    00058000
           MOVE WS-SAVE-PATIENTID   TO SNP-PATIENID.                    00058100
           MOVE WS-SAVE-PATNAME     TO SNP-P-PATNAME.                   00058200
           MOVE WS-SAVE-PATDOB      TO SNP-P-PATDOB.                    00058300
           MOVE WS-SAVE-PATPHONE    TO SNP-P-PATPHONE.                  00058400
           MOVE WS-SAVE-PATINSUR    TO SNP-P-PATINSUR.                  00058500
           MOVE WS-SAVE-DEATH-FLAG  TO SNP-P-DEATH-FLAG.                00058600
           MOVE WS-ADR-BEST-EFFDATE TO SNP-P-ADR-EFFDATE.               00058700
           MOVE WS-CA-STREET        TO SNP-P-STREET.                    00058800
           MOVE WS-CA-CITY          TO SNP-P-CITY.                      00058900
           MOVE WS-CA-REGION        TO SNP-P-REGION.                    00059000
           MOVE WS-CA-POSTAL        TO SNP-P-POSTAL.                    00059100
           MOVE WS-CA-UNDELIV       TO SNP-P-UNDELIV.                   00059200
           WRITE SNP-REC.                                               00059300
      *-------------------------*                                       00059400
       4190-WRITE-PATIENT-END.                                          00059500
      *-------------------------*                                       00059600
           EXIT.                                                        00059700
                                                                        00059800
      *-------------------------*                                       00059900
       4200-COLLECT-COVERAGE.                                           00060000
      *-------------------------*                                       00060100
           INITIALIZE SEG-IO-AREA.                                      00060200
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00060300
                                PCB-MASK-GI,                            00060400
                                SEG-IO-AREA,                            00060500
                                QUAL-SSA-PATIENT,                       00060600
                                UNQUAL-SSA-COVERAGE.                    00060700
                                                                        00060800
           IF STATUS-CODE = '  '                                        00060900
              ADD 1 TO WS-NO-COVERAGES                                  00061000
              MOVE SPACE             TO SNP-REC                         00061100
              MOVE 'C'               TO SNP-REC-TYPE                    00061200
              MOVE WS-SAVE-PATIENTID TO SNP-PATIENID                    00061300
              MOVE WS-PAYERCD        TO SNP-C-PAYERCD                   00061400
              MOVE WS-POLICYNO       TO SNP-C-POLICYNO                  00061500
              MOVE WS-EFFDATE        TO SNP-C-EFFDATE                   00061600
              MOVE WS-EXPDATE        TO SNP-C-EXPDATE                   00061700
              WRITE SNP-REC                                             00061800
      *       every coverage goes on the image; the first ten are       00061900
      *       matched to the invoices, as PBCLAIM has always done       00062000
              IF WS-COV-COUNT < WS-COV-MAX                              00062100
                 ADD 1 TO WS-COV-COUNT                                  00062200
                 SET COV-IDX TO WS-COV-COUNT                            00062300
                 MOVE WS-PAYERCD  TO WS-COV-PAYERCD (COV-IDX)           00062400
                 MOVE WS-POLICYNO TO WS-COV-POLICYNO (COV-IDX)          00062500
                 MOVE WS-EFFDATE  TO WS-COV-EFFDATE (COV-IDX)           00062600
                 MOVE WS-EXPDATE  TO WS-COV-EXPDATE (COV-IDX)           00062700
              ELSE                                                      00062800
                 DISPLAY 'COVERAGE TABLE FULL - PATIENT: '              00062900
                    WS-SAVE-PATIENTID                                   00063000
              END-IF                                                    00063100
           END-IF.                                                      00063200
      *-------------------------*                                       00063300
       4200-COLLECT-COVERAGE-END.                                       00063400
      *-------------------------*                                       00063500
           EXIT.                                                        00063600
                                                                        00063700
      *-------------------------*                                       00063800
       4300-COLLECT-TREATMNT.                                           00063900
      *-------------------------*                                       00064000
           INITIALIZE SEG-IO-AREA.                                      00064100
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00064200
                                PCB-MASK-GI,                            00064300
                                SEG-IO-AREA,                            00064400
                                QUAL-SSA-PATIENT,                       00064500
                                UNQUAL-SSA-TREATMNT.                    00064600
                                                                        00064700
           IF STATUS-CODE = '  '                                        00064800
              ADD 1 TO WS-NO-TREATMNTS                                  00064900
              MOVE SPACE             TO SNP-REC                         00065000
              MOVE 'V'               TO SNP-REC-TYPE                    00065100
              MOVE WS-SAVE-PATIENTID TO SNP-PATIENID                    00065200
              MOVE WS-TRDATE         TO SNP-V-TRDATE                    00065300
              MOVE WS-TRTNAME        TO SNP-V-TRTNAME                   00065400
              MOVE WS-DOCTOR         TO SNP-V-DOCTOR                    00065500
              MOVE WS-TRT-FACILITY   TO SNP-V-FACILITY                  00065600
              IF WS-TRT-COUNT < WS-TRT-MAX                              00065700
                 ADD 1 TO WS-TRT-COUNT                                  00065800
                 SET TRT-IDX TO WS-TRT-COUNT                            00065900
                 MOVE WS-TRTNAME TO WS-TRT-TRTNAME (TRT-IDX)            00066000
              ELSE                                                      00066100
                 DISPLAY 'TREATMENT TABLE FULL - PATIENT: '             00066200
                    WS-SAVE-PATIENTID                                   00066300
              END-IF                                                    00066400
      *       GNP under the treatment just read finds its               00066500
      *       diagnoses, if any; the GN above then carries on           00066600
      *       to the next treatment                                     00066700
              INITIALIZE SEG-IO-AREA                                    00066800
              CALL 'CBLTDLI' USING DLI-GNP,                             00066900
                                   PCB-MASK-GI,                         00067000
                                   SEG-IO-AREA,                         00067100
                                   UNQUAL-SSA-DIAGNOS                   00067200
              IF STATUS-CODE = '  '                                     00067300
                 ADD 1 TO WS-NO-DIAGNOSES                               00067400
                 MOVE WS-DG-PRIMARY      TO SNP-V-DG-PRIMARY            00067500
                 MOVE WS-DG-SECONDARY (1) TO SNP-V-DG-SECONDARY (1)     00067600
                 MOVE WS-DG-SECONDARY (2) TO SNP-V-DG-SECONDARY (2)     00067700
                 MOVE WS-DG-SECONDARY (3) TO SNP-V-DG-SECONDARY (3)     00067800
              END-IF                                                    00067900
              MOVE '  ' TO STATUS-CODE                                  00068000
              WRITE SNP-REC                                             00068100
           END-IF.                                                      00068200
      *-------------------------*                                       00068300
       4300-COLLECT-TREATMNT-END.                                       00068400
      *-------------------------*                                       00068500
           EXIT.                                                        00068600
                                                                        00068700
      *-------------------------*                                       00068800
       4400-EXTRACT-BILLING.                                            00068900
      *-------------------------*                                       00069000
           INITIALIZE SEG-IO-AREA.                                      00069100
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00069200
                                PCB-MASK-GI,                            00069300
                                SEG-IO-AREA,                            00069400
                                QUAL-SSA-PATIENT,                       00069500
                                UNQUAL-SSA-BILLING.                     00069600
                                                                        00069700
           IF STATUS-CODE = '  '                                        00069800
              ADD 1 TO WS-NO-INVOICES                                   00069900
      *       the payment scan reuses the io area - keep the            00070000
      *       invoice's own fields first                                00070100
              MOVE SEG-IO-AREA TO WS-SAVE-BILLING                       00070200
              MOVE ZERO  TO WS-PAID-SUM                                 00070300
              MOVE ZERO  TO WS-PAY-COUNT                                00070400
              MOVE SPACE TO WS-LAST-PAYDATE                             00070500
              PERFORM 4430-SUM-PAYMENTS                                 00070600
                 THRU 4430-SUM-PAYMENTS-END                             00070700
                 UNTIL STATUS-CODE NOT = SPACE                          00070800
              MOVE '  ' TO STATUS-CODE                                  00070900
              MOVE WS-SAVE-BILLING TO SEG-IO-AREA                       00071000
                                                                        00071100
              MOVE SPACE             TO SNP-REC                         00071200
              MOVE 'I'               TO SNP-REC-TYPE                    00071300
              MOVE WS-SAVE-PATIENTID TO SNP-PATIENID                    00071400
              MOVE WS-INVOICENO      TO SNP-I-INVOICENO                 00071500
              MOVE WS-AMOUNT         TO SNP-I-AMOUNT                    00071600
              MOVE WS-BILLDATE       TO SNP-I-BILLDATE                  00071700
              MOVE WS-REFINVNO       TO SNP-I-REFINVNO                  00071800
              MOVE WS-TRANTYPE       TO SNP-I-TRANTYPE                  00071900
              MOVE WS-BIL-FACILITY   TO SNP-I-FACILITY                  00072000
              MOVE WS-BIL-TRTNAME    TO SNP-I-TRTNAME                   00072100
              MOVE WS-BIL-MEMO-REASON TO SNP-I-MEMO-REASON              00072150
              MOVE WS-PAY-COUNT      TO SNP-I-PAY-COUNT                 00072200
              MOVE WS-LAST-PAYDATE   TO SNP-I-LAST-PAYDATE              00072300
              MOVE WS-PAID-SUM       TO SNP-I-PAID                      00072400
      *       the one open balance every report works from              00072500
              COMPUTE SNP-I-OPEN-BAL = WS-AMOUNT - WS-PAID-SUM          00072600
                                                                        00072700
              PERFORM 4500-MATCH-COVERAGE                               00072800
                 THRU 4500-MATCH-COVERAGE-END                           00072900
              IF WS-COV-HIT                                             00073000
                 SET COV-IDX TO WS-COV-HIT-SUB                          00073100
                 MOVE WS-COV-HIT-SUB            TO SNP-I-COV-SEQ        00073200
                 MOVE WS-COV-PAYERCD (COV-IDX)  TO SNP-I-PAYERCD        00073300
                 MOVE WS-COV-POLICYNO (COV-IDX) TO SNP-I-POLICYNO       00073400
                 MOVE WS-COV-EFFDATE (COV-IDX)  TO SNP-I-EFFDATE        00073500
                 MOVE WS-COV-EXPDATE (COV-IDX)  TO SNP-I-EXPDATE        00073600
              ELSE                                                      00073700
                 MOVE ZERO TO SNP-I-COV-SEQ                             00073800
                 ADD 1 TO WS-NO-SELFPAY                                 00073900
              END-IF                                                    00074000
                                                                        00074100
              PERFORM 4550-MATCH-TREATMNT                               00074200
                 THRU 4550-MATCH-TREATMNT-END                           00074300
              IF WS-TRT-HIT                                             00074400
                 MOVE WS-TRT-HIT-SUB TO SNP-I-TRT-SEQ                   00074500
              ELSE                                                      00074600
                 MOVE ZERO TO SNP-I-TRT-SEQ                             00074700
              END-IF                                                    00074800
                                                                        00074900
              MOVE WS-SAVE-PATNAME    TO SNP-I-PATNAME                  00075000
              MOVE WS-SAVE-DEATH-FLAG TO SNP-I-DEATH-FLAG               00075100
              MOVE WS-CA-STREET       TO SNP-I-STREET                   00075200
              MOVE WS-CA-CITY         TO SNP-I-CITY                     00075300
              MOVE WS-CA-REGION       TO SNP-I-REGION                   00075400
              MOVE WS-CA-POSTAL       TO SNP-I-POSTAL                   00075500
              MOVE WS-CA-UNDELIV      TO SNP-I-UNDELIV                  00075600
              WRITE SNP-REC                                             00075700
                                                                        00075800
              ADD WS-AMOUNT      TO WS-TOT-AMOUNT                       00075900
              ADD WS-PAID-SUM    TO WS-TOT-PAID                         00076000
              ADD SNP-I-OPEN-BAL TO WS-TOT-OPEN-BAL                     00076100
           END-IF.                                                      00076200
      *-------------------------*                                       00076300
       4400-EXTRACT-BILLING-END.                                        00076400
      *-------------------------*                                       00076500
           EXIT.                                                        00076600
                                                                        00076700
      *-------------------------*                                       00076800
       4430-SUM-PAYMENTS.                                               00076900
      *-------------------------*                                       00077000
      *    GNP under the invoice just read walks its payments           00077100
      *    only; the GN of 4400 then carries on past them               00077200
           INITIALIZE SEG-IO-AREA.                                      00077300
           CALL 'CBLTDLI' USING DLI-GNP,                                00077400
                                PCB-MASK-GI,                            00077500
                                SEG-IO-AREA,                            00077600
                                UNQUAL-SSA-PAYMENT.                     00077700
                                                                        00077800
           IF STATUS-CODE = '  '                                        00077900
              ADD 1 TO WS-NO-PAYMENTS                                   00078000
              ADD 1 TO WS-PAY-COUNT                                     00078100
              MOVE SEG-IO-AREA TO WS-PAYMENT-READ-SEG                   00078200
              IF WS-PR-PAYAMT NUMERIC                                   00078300
                 ADD WS-PR-PAYAMT TO WS-PAID-SUM                        00078400
              END-IF                                                    00078500
              IF WS-PR-PAYDATE > WS-LAST-PAYDATE                        00078600
                 MOVE WS-PR-PAYDATE TO WS-LAST-PAYDATE                  00078700
              END-IF                                                    00078800
           END-IF.                                                      00078900
      *-------------------------*                                       00079000
       4430-SUM-PAYMENTS-END.                                           00079100
      *-------------------------*                                       00079200
           EXIT.                                                        00079300
                                                                        00079400
      *-------------------------*                                       00079500
       4500-MATCH-COVERAGE.                                             00079600
      *-------------------------*                                       00079700
           MOVE 'N' TO WS-COV-FOUND.                                    00079800
           PERFORM 4510-COVERAGE-LOOKUP                                 00079900
              THRU 4510-COVERAGE-LOOKUP-END                             00080000
              VARYING COV-IDX FROM 1 BY 1                               00080100
              UNTIL COV-IDX > WS-COV-COUNT                              00080200
                 OR WS-COV-HIT.                                         00080300
      *-------------------------*                                       00080400
       4500-MATCH-COVERAGE-END.                                         00080500
      *-------------------------*                                       00080600
           EXIT.                                                        00080700
                                                                        00080800
      *-------------------------*                                       00080900
       4510-COVERAGE-LOOKUP.                                            00081000
      *-------------------------*                                       00081100
           IF WS-COV-EFFDATE (COV-IDX) NOT > WS-BILLDATE                00081200
              AND WS-COV-EXPDATE (COV-IDX) NOT < WS-BILLDATE            00081300
              MOVE 'Y' TO WS-COV-FOUND                                  00081400
              SET WS-COV-HIT-SUB TO COV-IDX                             00081500
           END-IF.                                                      00081600
      *-------------------------*                                       00081700
       4510-COVERAGE-LOOKUP-END.                                        00081800
      *-------------------------*                                       00081900
           EXIT.                                                        00082000
                                                                        00082100
      *-------------------------*                                       00082200
       4550-MATCH-TREATMNT.                                             00082300
      *-------------------------*                                       00082400
      *    the invoice names its treatment since PBCHARG stamps         00082500
      *    TRTNAME; older invoices carry none                           00082600
           MOVE 'N' TO WS-TRT-FOUND.                                    00082700
           IF WS-BIL-TRTNAME = SPACE                                    00082800
              GO TO 4550-MATCH-TREATMNT-END                             00082900
           END-IF.                                                      00083000
           PERFORM 4560-TREATMNT-LOOKUP                                 00083100
              THRU 4560-TREATMNT-LOOKUP-END                             00083200
              VARYING TRT-IDX FROM 1 BY 1                               00083300
              UNTIL TRT-IDX > WS-TRT-COUNT                              00083400
                 OR WS-TRT-HIT.                                         00083500
      *-------------------------*                                       00083600
       4550-MATCH-TREATMNT-END.                                         00083700
      *-------------------------*                                       00083800
           EXIT.                                                        00083900
                                                                        00084000
      *-------------------------*                                       00084100
       4560-TREATMNT-LOOKUP.                                            00084200
      *-------------------------*                                       00084300
           IF WS-TRT-TRTNAME (TRT-IDX) = WS-BIL-TRTNAME                 00084400
              MOVE 'Y' TO WS-TRT-FOUND                                  00084500
              SET WS-TRT-HIT-SUB TO TRT-IDX                             00084600
           END-IF.                                                      00084700
      *-------------------------*                                       00084800
       4560-TREATMNT-LOOKUP-END.                                        00084900
      *-------------------------*                                       00085000
           EXIT.                                                        00085100
                                                                        00085200
      *-----------------------*                                         00085300
       8000-WRITE-TRAILER.                                              00085400
      *-----------------------*                                         00085500
      *    the counts of segments read, which every reader              00085600
      *    recounts before it trusts the image                          00085700
           MOVE SPACE             TO SNP-REC.                           00085800
           MOVE 'T'               TO SNP-REC-TYPE.                      00085900
           MOVE HIGH-VALUE        TO SNP-PATIENID.                      00086000
           MOVE WS-EXTRACT-DATE   TO SNP-T-EXTRACT-DATE.                00086100
           MOVE WS-EXTRACT-TIME   TO SNP-T-EXTRACT-TIME.                00086200
           MOVE WS-NO-PATIENTS    TO SNP-T-PAT-CNT.                     00086300
           MOVE WS-NO-COVERAGES   TO SNP-T-COV-CNT.                     00086400
           MOVE WS-NO-TREATMNTS   TO SNP-T-TRT-CNT.                     00086500
           MOVE WS-NO-INVOICES    TO SNP-T-INV-CNT.                     00086600
           MOVE WS-NO-PAYMENTS    TO SNP-T-PAY-CNT.                     00086700
           MOVE WS-TOT-AMOUNT     TO SNP-T-AMOUNT.                      00086800
           MOVE WS-TOT-PAID       TO SNP-T-PAID.                        00086900
           MOVE WS-TOT-OPEN-BAL   TO SNP-T-OPEN-BAL.                    00087000
           WRITE SNP-REC.                                               00087100
      *-----------------------*                                         00087200
       8000-WRITE-TRAILER-END.                                          00087300
      *-----------------------*                                         00087400
           EXIT.                                                        00087500
                                                                        00087600
      *-----------------------*                                         00087700
       0300-CHECK-CYCLE.                                                00087800
      *-----------------------*                                         00087900
           ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD.                      00088000
           OPEN INPUT CYCCTL.                                           00088100
           IF WS-CYC-FS NOT = '00'                                      00088200
              DISPLAY 'CYCCTL NOT AVAILABLE - RUN CONTROL BYPASSED'     00088300
              GO TO 0300-CHECK-CYCLE-END                                00088400
           END-IF.                                                      00088500
           PERFORM 0310-READ-CYCCTL                                     00088600
              THRU 0310-READ-CYCCTL-END                                 00088700
              UNTIL WS-CYC-EOF.                                         00088800
           CLOSE CYCCTL.                                                00088900
                                                                        00089000
           IF WS-CYC-DB-QUIESCED                                        00089100
              DISPLAY '*** DATABASE QUIESCED FOR MAINTENANCE'           00089200
                 ' - RUN REFUSED ***'                                   00089300
              MOVE 12 TO RETURN-CODE                                    00089400
              GOBACK                                                    00089500
           END-IF.                                                      00089600
      *    the aging, dunning and statement runs all read this image:   00089700
      *    none of them may work from an out-of-balance cycle           00089800
           IF WS-CYC-BALANCE-BROKEN                                     00089900
              DISPLAY '*** BILLING CYCLE OUT OF BALANCE - NOT SIGNED'   00090000
                 ' OFF - RUN REFUSED ***'                               00090100
              MOVE 12 TO RETURN-CODE                                    00090200
              GOBACK                                                    00090300
           END-IF.                                                      00090400
           IF NOT WS-CYC-PREREQ-MET                                     00090500
              DISPLAY '*** PREREQUISITE ' WS-CYC-PREREQ-NAME            00090600
                 ' NOT COMPLETE FOR ' WS-CYC-TODAY                      00090700
                 ' - RUN REFUSED ***'                                   00090800
              MOVE 12 TO RETURN-CODE                                    00090900
              GOBACK                                                    00091000
           END-IF.                                                      00091100
           DISPLAY 'CYCLE CHECK PASSED - PREREQUISITE '                 00091200
              WS-CYC-PREREQ-NAME ' COMPLETE'.                           00091300
      *-----------------------*                                         00091400
       0300-CHECK-CYCLE-END.                                            00091500
      *-----------------------*                                         00091600
           EXIT.                                                        00091700
                                                                        00091800
      *-----------------------*                                         00091900
       0310-READ-CYCCTL.                                                00092000
      *-----------------------*                                         00092100
           READ CYCCTL                                                  00092200
           END-READ.                                                    00092300
                                                                        00092400
           EVALUATE TRUE                                                00092500
             WHEN WS-CYC-FS = '00'                                      00092600
               IF CYC-PROGRAM = WS-CYC-PREREQ-NAME                      00092700
                  AND CYC-RUN-DATE = WS-CYC-TODAY                       00092800
                  AND CYC-STATUS = 'COMPLETE'                           00092900
                  MOVE 'Y' TO WS-CYC-PREREQ-OK                          00093000
               END-IF                                                   00093100
      *        the last QUIESCE record wins                             00093200
               IF CYC-PROGRAM = 'QUIESCE '                              00093300
                  IF CYC-STATUS = 'ACTIVE  '                            00093400
                     MOVE 'Y' TO WS-CYC-QUIESCED                        00093500
                  ELSE                                                  00093600
                     MOVE 'N' TO WS-CYC-QUIESCED                        00093700
                  END-IF                                                00093800
               END-IF                                                   00093900
      *        and so does the last balancing proof or sign-off         00094000
               IF CYC-PROGRAM = 'PBBAL   '                              00094100
                  IF CYC-STATUS = 'BREAK   '                            00094200
                     MOVE 'Y' TO WS-CYC-BAL-BREAK                       00094300
                  ELSE                                                  00094400
                     MOVE 'N' TO WS-CYC-BAL-BREAK                       00094500
                  END-IF                                                00094600
               END-IF                                                   00094700
             WHEN WS-CYC-FS = '10'                                      00094800
               SET WS-CYC-EOF TO TRUE                                   00094900
             WHEN OTHER                                                 00095000
      D        DISPLAY "ERROR READ FILE CYCCTL !!!: " WS-CYC-FS         00095100
               SET WS-CYC-EOF TO TRUE                                   00095200
           END-EVALUATE.                                                00095300
      *-----------------------*                                         00095400
       0310-READ-CYCCTL-END.                                            00095500
      *-----------------------*                                         00095600
           EXIT.                                                        00095700
                                                                        00095800
      *-----------------------*                                         00095900
       8960-STAMP-CYCLE.                                                00096000
      *-----------------------*                                         00096100
      *    PBCLAIM will not start on an image older than tonight        00096200
           OPEN EXTEND CYCCTL.                                          00096300
           IF WS-CYC-FS NOT = '00'                                      00096400
              OPEN OUTPUT CYCCTL                                        00096500
           END-IF.                                                      00096600
           IF WS-CYC-FS = '00'                                          00096700
              MOVE SPACE          TO CYC-CTL-REC                        00096800
              MOVE 'PBSNAP  '     TO CYC-PROGRAM                        00096900
              ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD                    00097000
              ACCEPT WS-CYC-TIME FROM TIME                              00097100
              MOVE WS-CYC-TODAY   TO CYC-RUN-DATE                       00097200
              MOVE WS-CYC-TIME    TO CYC-RUN-TIME                       00097300
              MOVE 'COMPLETE'     TO CYC-STATUS                         00097400
              WRITE CYC-CTL-REC                                         00097500
              CLOSE CYCCTL                                              00097600
           ELSE                                                         00097700
              DISPLAY 'CYCCTL NOT AVAILABLE - NOT STAMPED: '            00097800
                 WS-CYC-FS                                              00097900
           END-IF.                                                      00098000
      *-----------------------*                                         00098100
       8960-STAMP-CYCLE-END.                                            00098200
      *-----------------------*                                         00098300
           EXIT.                                                        00098400
                                                                        00098500
      *-------------------*                                             00098600
       9999-ABEND.                                                      00098700
      *-------------------*                                             00098800
      D    DISPLAY "WE ARE IN ABEND".                                   00098900
      *    WE FORCE AN ABEND                                            00099000
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00099100
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00099200
           GOBACK.                                                      00099300
      *-------------------*                                             00099400
       9999-ABEND-END.                                                  00099500
      *-------------------*                                             00099600
           EXIT.                                                        00099700
