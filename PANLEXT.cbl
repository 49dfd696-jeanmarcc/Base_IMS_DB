      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PANLEXT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Extraction hebdomadaire pour l'analyse (finances et        00000900
      *      partenaires), en fichiers delimites par des virgules,      00001000
      *      un par sujet, chacun ouvert par une ligne d'en-tete        00001100
      *      des noms de colonnes et ferme par une ligne CONTROL        00001200
      *      (date d'extraction, nombre de lignes, totaux).             00001300
      *      Un seul balayage de la base: pour chaque PATIENT,          00001400
      *      l'annee de naissance, le deces et la region de             00001500
      *      l'adresse courante (date d'effet la plus recente);         00001600
      *      chaque TREATMNT avec le code et le nom du medecin du       00001700
      *      maitre DOCMSTR et la clinique; chaque BILLING avec son     00001800
      *      type de transaction, le payeur de la couverture active     00001900
      *      a la date de facturation (SELFPAY si aucune), le paye      00002000
      *      et le solde ouvert (montant moins paiements, la regle      00002100
      *      de PBSNAP); chaque PAYMENT avec sa methode et sa date.     00002200
      *      Carte de controle, colonne 1:                              00002300
      *        Y = masquage selon les regles de PMASK: PATIENID         00002400
      *            remplace par 50000 + rang du patient (le meme        00002500
      *            dans les quatre fichiers), nom du patient 'TEST      00002600
      *            PATIENT nnnnn', nom du medecin 'DOCTOR MASKED'       00002700
      *        N = extraction en clair, usage interne seulement         00002800
      *      Toute autre valeur, ou une carte absente, refuse           00002900
      *      l'execution: on ne livre jamais en clair par erreur.       00003000
      *      Une extraction qui n'a pas balaye la base jusqu'au         00003100
      *      bout n'a pas de lignes CONTROL et finit en RC 16.          00003200
      *                                                                 00003300
      * Fichier entree: CTLCARD, option de masquage (Y/N)               00003400
      * Fichier entree: DOCMSTR, maitre des medecins (codes)            00003500
      * Fichier entree: CYCCTL, controle du cycle (etat de              00003600
      *      quiesce de la base, balancement PBBAL)                     00003700
      * Fichier sortie: ANLPAT, les patients                            00003800
      * Fichier sortie: ANLTRT, les traitements                         00003900
      * Fichier sortie: ANLINV, les factures                            00004000
      * Fichier sortie: ANLPAY, les paiements                           00004100
      * Fichier sortie: CYCCTL, estampille de fin (ajout)               00004200
      *----------------------------------------------------------*      00004300
      *--------------------*                                            00004400
       ENVIRONMENT DIVISION.                                            00004500
      *--------------------*                                            00004600
       CONFIGURATION SECTION.                                           00004700
       OBJECT-COMPUTER.                                                 00004800
       SOURCE-COMPUTER.                                                 00004900
            IBM-SYSTEM WITH DEBUGGING MODE.                             00005000
       INPUT-OUTPUT SECTION.                                            00005100
       FILE-CONTROL.                                                    00005200
           SELECT CTLCARD ASSIGN TO CTLCARD                             00005300
           ORGANIZATION IS SEQUENTIAL                                   00005400
           FILE STATUS IS WS-CTL-FS.                                    00005500
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00005600
           ORGANIZATION IS SEQUENTIAL                                   00005700
           FILE STATUS IS WS-DOC-FS.                                    00005800
           SELECT ANL-PAT-OUT ASSIGN TO ANLPAT                          00005900
           ORGANIZATION IS LINE SEQUENTIAL                              00006000
           FILE STATUS IS WS-PAT-FS.                                    00006100
           SELECT ANL-TRT-OUT ASSIGN TO ANLTRT                          00006200
           ORGANIZATION IS LINE SEQUENTIAL                              00006300
           FILE STATUS IS WS-TRT-FS.                                    00006400
           SELECT ANL-INV-OUT ASSIGN TO ANLINV                          00006500
           ORGANIZATION IS LINE SEQUENTIAL                              00006600
           FILE STATUS IS WS-INV-FS.                                    00006700
           SELECT ANL-PAY-OUT ASSIGN TO ANLPAY                          00006800
           ORGANIZATION IS LINE SEQUENTIAL                              00006900
           FILE STATUS IS WS-PAY-FS.                                    00007000
           SELECT CYCCTL ASSIGN TO CYCCTL                               00007100
           ORGANIZATION IS SEQUENTIAL                                   00007200
           FILE STATUS IS WS-CYC-FS.                                    00007300
      *----------------*                                                00007400
       DATA DIVISION.                                                   00007500
      *----------------*                                                00007600
       FILE SECTION.                                                    00007700
                                                                        00007800
       FD  CTLCARD RECORDING MODE F.                                    00007900
       01  CTL-CARD-REC.                                                00008000
           05 CTL-MASK-OPTION           PIC X(01).                      00008100
           05 FILLER                    PIC X(79).                      00008200
                                                                        00008300
      *    doctor master reference file: one record per physician       00008400
       FD  DOCMSTR RECORDING MODE F.                                    00008500
       01  DOC-MSTR-REC.                                                00008600
           05 DOC-CODE                  PIC X(08).                      00008700
           05 DOC-NAME                  PIC X(20).                      00008800
           05 DOC-SPECIALTY             PIC X(20).                      00008900
           05 DOC-ACTIVE                PIC X(01).                      00009000
           05 FILLER                    PIC X(31).                      00009100
                                                                        00009200
       FD  ANL-PAT-OUT RECORDING MODE F.                                00009300
       01  ANL-PAT-OUT-REC              PIC X(80).                      00009400
                                                                        00009500
       FD  ANL-TRT-OUT RECORDING MODE F.                                00009600
       01  ANL-TRT-OUT-REC              PIC X(100).                     00009700
                                                                        00009800
       FD  ANL-INV-OUT RECORDING MODE F.                                00009900
       01  ANL-INV-OUT-REC              PIC X(120).                     00010000
                                                                        00010100
       FD  ANL-PAY-OUT RECORDING MODE F.                                00010200
       01  ANL-PAY-OUT-REC              PIC X(80).                      00010300
                                                                        00010400
      *    fichier de controle du cycle: un enregistrement par          00010500
      *    fin d'execution, consulte au demarrage pour l'etat de        00010600
      *    quiesce de la base et le dernier balancement                 00010700
       FD  CYCCTL RECORDING MODE F.                                     00010800
       01  CYC-CTL-REC.                                                 00010900
           05 CYC-PROGRAM       PIC X(08).                              00011000
           05 FILLER            PIC X(01).                              00011100
           05 CYC-RUN-DATE      PIC 9(08).                              00011200
           05 FILLER            PIC X(01).                              00011300
           05 CYC-RUN-TIME      PIC 9(08).                              00011400
           05 FILLER            PIC X(01).                              00011500
           05 CYC-STATUS        PIC X(08).                              00011600
           05 FILLER            PIC X(45).                              00011700
                                                                        00011800
      *-----------------------*                                         00011900
       WORKING-STORAGE SECTION.                                         00012000
      *-----------------------*                                         00012100
       01 WS-FILE-STATUS.                                               00012200
          05 WS-CTL-FS                 PIC X(2).                        00012300
          05 WS-DOC-FS                 PIC X(2).                        00012400
          05 WS-PAT-FS                 PIC X(2).                        00012500
          05 WS-TRT-FS                 PIC X(2).                        00012600
          05 WS-INV-FS                 PIC X(2).                        00012700
          05 WS-PAY-FS                 PIC X(2).                        00012800
          05 WS-CYC-FS                 PIC X(2).                        00012900
                                                                        00013000
      *    controle d'enchainement du cycle: pas d'extraction           00013100
      *    pendant une maintenance de la base, ni tant que le           00013200
      *    dernier balancement (PBBAL) est en bris                      00013300
       01 WS-CYC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013400
          88 WS-CYC-EOF                 VALUE 'TRUE'.                   00013500
       01 WS-CYC-TODAY                  PIC 9(08).                      00013600
       01 WS-CYC-TIME                   PIC 9(08).                      00013700
       01 WS-CYC-QUIESCED               PIC X(01) VALUE 'N'.            00013800
          88 WS-CYC-DB-QUIESCED         VALUE 'Y'.                      00013900
       01 WS-CYC-BAL-BREAK              PIC X(01) VALUE 'N'.            00014000
          88 WS-CYC-BALANCE-BROKEN      VALUE 'Y'.                      00014100
                                                                        00014200
       01 WS-DOC-END-OF-FILE           PIC X(5) VALUE 'FALSE'.          00014300
          88 WS-DOC-EOF                VALUE 'TRUE'.                    00014400
                                                                        00014500
      *    option de la carte de controle                               00014600
       01 WS-MASK-OPTION                PIC X(01) VALUE SPACE.          00014700
          88 WS-MASK-ON                 VALUE 'Y'.                      00014800
          88 WS-MASK-OFF                VALUE 'N'.                      00014900
      *    les identifiants masques vont de 50001 a 99999               00015000
       01 WS-MASK-BASE-ID               PIC 9(05) VALUE 50000.          00015100
       01 WS-MASK-MAX-PATIENTS          PIC 9(09) VALUE 49999.          00015200
                                                                        00015300
       01 WS-EXTRACT-DATE               PIC 9(08).                      00015400
                                                                        00015500
      *    comptes de lignes ecrites et totaux, portes sur les          00015600
      *    lignes CONTROL                                               00015700
       01 WS-COUNTERS.                                                  00015800
           05 WS-NO-PATIENTS               PIC 9(9).                    00015900
           05 WS-NO-TREATMNTS              PIC 9(9).                    00016000
           05 WS-NO-INVOICES               PIC 9(9).                    00016100
           05 WS-NO-PAYMENTS               PIC 9(9).                    00016200
           05 WS-NO-SELFPAY                PIC 9(9).                    00016300
           05 WS-NO-DOC-UNKNOWN            PIC 9(9).                    00016400
       01 WS-TOTALS.                                                    00016500
           05 WS-TOT-AMOUNT                PIC S9(13)V99.               00016600
           05 WS-TOT-PAID                  PIC S9(13)V99.               00016700
           05 WS-TOT-OPEN-BAL              PIC S9(13)V99.               00016800
           05 WS-TOT-PAYAMT                PIC S9(13)V99.               00016900
                                                                        00017000
      *    the patient as it goes out on every file, masked or not      00017100
       01 WS-SAVE-PATIENT.                                              00017200
           05 WS-SAVE-PATIENTID            PIC X(05).                   00017300
           05 WS-OUT-PATIENTID             PIC X(05).                   00017400
           05 WS-OUT-PATIENTID-N REDEFINES WS-OUT-PATIENTID             00017500
                                           PIC 9(05).                   00017600
           05 WS-OUT-PATNAME               PIC X(20).                   00017700
           05 WS-SAVE-PATDOB.                                           00017800
              10 WS-SAVE-DOB-YEAR          PIC X(04).                   00017900
              10 FILLER                    PIC X(04).                   00018000
           05 WS-SAVE-DEATH-FLAG           PIC X(01).                   00018100
                                                                        00018200
      *    region de l'adresse courante (date d'effet la plus           00018300
      *    recente)                                                     00018400
       01 WS-CUR-REGION                 PIC X(02).                      00018500
       01 WS-ADR-BEST-EFFDATE           PIC X(08).                      00018600
       01 WS-ADDRESS-READ-SEG.                                          00018700
          05 WS-AR-EFFDATE   PIC X(08).                                 00018800
          05 WS-AR-STREET    PIC X(20).                                 00018900
          05 WS-AR-CITY      PIC X(15).                                 00019000
          05 WS-AR-REGION    PIC X(02).                                 00019100
          05 WS-AR-POSTAL    PIC X(07).                                 00019200
          05 WS-AR-UNDELIV   PIC X(01).                                 00019300
          05 FILLER          PIC X(07).                                 00019400
                                                                        00019500
      *    couvertures du patient courant, pour le payeur de            00019600
      *    chaque facture (meme table et meme regle que PBSNAP)         00019700
       01 WS-COV-TABLE.                                                 00019800
          05 WS-COV-MAX         PIC 9(02) COMP VALUE 10.                00019900
          05 WS-COV-COUNT       PIC 9(02) COMP VALUE 0.                 00020000
          05 WS-COV-ENTRY OCCURS 10 TIMES INDEXED BY COV-IDX.           00020100
             10 WS-COV-PAYERCD  PIC X(08).                              00020200
             10 WS-COV-EFFDATE  PIC X(08).                              00020300
             10 WS-COV-EXPDATE  PIC X(08).                              00020400
       01 WS-COV-FOUND                  PIC X(01) VALUE 'N'.            00020500
          88 WS-COV-HIT                 VALUE 'Y'.                      00020600
       01 WS-COV-HIT-SUB                PIC 9(02) COMP VALUE 0.         00020700
                                                                        00020800
      *    noms et codes du maitre des medecins                         00020900
       01 WS-DM-TABLE.                                                  00021000
          05 WS-DM-MAX          PIC 9(03) COMP VALUE 100.               00021100
          05 WS-DM-COUNT        PIC 9(03) COMP VALUE 0.                 00021200
          05 WS-DM-ENTRY OCCURS 100 TIMES INDEXED BY DM-IDX.            00021300
             10 WS-DM-CODE      PIC X(08).                              00021400
             10 WS-DM-NAME      PIC X(20).                              00021500
       01 WS-DM-FOUND                   PIC X(01) VALUE 'N'.            00021600
          88 WS-DM-HIT                  VALUE 'Y'.                      00021700
       01 WS-DM-HIT-SUB                 PIC 9(03) COMP VALUE 0.         00021800
                                                                        00021900
       01 WS-PAID-SUM                   PIC S9(9)V99 VALUE 0.           00022000
       01 WS-OPEN-BAL                   PIC S9(9)V99 VALUE 0.           00022100
      *    la facture en cours, gardee a part: le balayage des          00022200
      *    paiements reutilise la zone d'E/S                            00022300
       01 WS-SAVE-BILLING              PIC X(60).                       00022400
       01 WS-SAVE-INVOICENO            PIC X(08).                       00022500
                                                                        00022600
       01 QUAL-SSA-PATIENT.                                             00022700
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00022800
           05  FILLER      PIC X(01) VALUE '('.                         00022900
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00023000
           05  OPER        PIC X(02) VALUE 'EQ'.                        00023100
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00023200
           05  FILLER      PIC X(01) VALUE ')'.                         00023300
       01 UNQUAL-SSA-PATIENT.                                           00023400
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00023500
           05 FILLER  PIC X VALUE SPACE.                                00023600
       01 UNQUAL-SSA-ADDRESS.                                           00023700
           05 SEGMENT-NAME PIC X(8) VALUE 'ADDRESS'.                    00023800
           05 FILLER PIC X VALUE SPACE.                                 00023900
       01 UNQUAL-SSA-COVERAGE.                                          00024000
           05 SEGMENT-NAME PIC X(8) VALUE 'COVERAGE'.                   00024100
           05 FILLER PIC X VALUE SPACE.                                 00024200
       01 UNQUAL-SSA-TREATMNT.                                          00024300
           05 SEGMENT-NAME PIC X(8) VALUE 'TREATMNT'.                   00024400
           05 FILLER PIC X VALUE SPACE.                                 00024500
       01 UNQUAL-SSA-BILLING.                                           00024600
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00024700
           05 FILLER PIC X VALUE SPACE.                                 00024800
       01 UNQUAL-SSA-PAYMENT.                                           00024900
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00025000
           05 FILLER PIC X VALUE SPACE.                                 00025100
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
       01 SEG-IO-AREA     PIC X(60).                                    00026500
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00026600
           05 WS-PATIENT-ID        PIC X(05).                           00026700
           05 WS-PATNAME           PIC X(20).                           00026800
           05 WS-PATDOB            PIC X(08).                           00026900
           05 WS-PATPHONE          PIC X(10).                           00027000
           05 WS-PATINSUR          PIC X(15).                           00027100
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00027200
           05 FILLER               PIC X(01).                           00027300
       01 WS-COVERAGE-SEG REDEFINES SEG-IO-AREA.                        00027400
          05 WS-PAYERCD      PIC X(08).                                 00027500
          05 WS-POLICYNO     PIC X(12).                                 00027600
          05 WS-EFFDATE      PIC X(08).                                 00027700
          05 WS-EXPDATE      PIC X(08).                                 00027800
          05 FILLER          PIC X(24).                                 00027900
       01 WS-TREATMNT-SEG REDEFINES SEG-IO-AREA.                        00028000
          05 WS-TRDATE       PIC X(08).                                 00028100
          05 WS-TRTNAME      PIC X(20).                                 00028200
          05 WS-DOCTOR       PIC X(20).                                 00028300
          05 WS-TRT-FACILITY PIC X(02).                                 00028400
          05 FILLER          PIC X(10).                                 00028500
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00028600
          05 WS-INVOICENO PIC X(08).                                    00028700
          05 WS-AMOUNT    PIC S9(7)V99.                                 00028800
          05 WS-BILLDATE  PIC X(08).                                    00028900
          05 WS-REFINVNO  PIC X(08).                                    00029000
          05 WS-TRANTYPE  PIC X(01).                                    00029100
          05 WS-BIL-FACILITY PIC X(02).                                 00029200
          05 WS-BIL-TRTNAME  PIC X(20).                                 00029300
          05 FILLER       PIC X(04).                                    00029400
      * segment PAYMENT, enfant de BILLING                              00029500
       01 WS-PAYMENT-SEG REDEFINES SEG-IO-AREA.                         00029600
          05 WS-PAYDATE      PIC X(08).                                 00029700
          05 WS-PAYAMT       PIC 9(07)V99.                              00029800
          05 WS-PAYMETH      PIC X(02).                                 00029900
          05 WS-PAYREF       PIC X(12).                                 00030000
          05 WS-PAY-FACILITY PIC X(02).                                 00030100
          05 WS-PAY-PAYERCD  PIC X(08).                                 00030200
          05 WS-PAY-RETURNED PIC X(01).                                 00030300
          05 WS-PAY-RETDATE  PIC X(08).                                 00030400
          05 FILLER          PIC X(10).                                 00030500
       01 WS-DLI-FUNCTION PIC X(4).                                     00030600
                                                                        00030700
      *    lignes d'en-tete: les noms de colonnes                       00030800
       01 ANL-PAT-HEADER.                                               00030900
           05 FILLER PIC X(39) VALUE                                    00031000
              'PATIENID,PATNAME,BIRTH_YEAR,DEATH_FLAG,'.                00031100
           05 FILLER PIC X(06) VALUE 'REGION'.                          00031200
       01 ANL-TRT-HEADER.                                               00031300
           05 FILLER PIC X(33) VALUE                                    00031400
              'PATIENID,TRDATE,TRTNAME,DOC_CODE,'.                      00031500
           05 FILLER PIC X(15) VALUE 'DOCTOR,FACILITY'.                 00031600
       01 ANL-INV-HEADER.                                               00031700
           05 FILLER PIC X(46) VALUE                                    00031800
              'PATIENID,INVOICENO,BILLDATE,TRANTYPE,REFINVNO,'.         00031900
           05 FILLER PIC X(45) VALUE                                    00032000
              'FACILITY,TRTNAME,PAYERCD,AMOUNT,PAID,OPEN_BAL'.          00032100
       01 ANL-PAY-HEADER.                                               00032200
           05 FILLER PIC X(43) VALUE                                    00032300
              'PATIENID,INVOICENO,PAYDATE,PAYMETH,PAYERCD,'.            00032400
           05 FILLER PIC X(15) VALUE 'RETURNED,PAYAMT'.                 00032500
                                                                        00032600
      *    lignes de detail: colonnes a largeur fixe, les noms          00032700
      *    entre guillemets                                             00032800
       01 ANL-PAT-LINE.                                                 00032900
           05 ANL-P-PATIENID   PIC X(05).                               00033000
           05 FILLER           PIC X(02) VALUE ',"'.                    00033100
           05 ANL-P-PATNAME    PIC X(20).                               00033200
           05 FILLER           PIC X(02) VALUE '",'.                    00033300
           05 ANL-P-BIRTH-YEAR PIC X(04).                               00033400
           05 FILLER           PIC X(01) VALUE ','.                     00033500
           05 ANL-P-DEATH-FLAG PIC X(01).                               00033600
           05 FILLER           PIC X(01) VALUE ','.                     00033700
           05 ANL-P-REGION     PIC X(02).                               00033800
                                                                        00033900
       01 ANL-TRT-LINE.                                                 00034000
           05 ANL-T-PATIENID   PIC X(05).                               00034100
           05 FILLER           PIC X(01) VALUE ','.                     00034200
           05 ANL-T-TRDATE     PIC X(08).                               00034300
           05 FILLER           PIC X(02) VALUE ',"'.                    00034400
           05 ANL-T-TRTNAME    PIC X(20).                               00034500
           05 FILLER           PIC X(02) VALUE '",'.                    00034600
           05 ANL-T-DOC-CODE   PIC X(08).                               00034700
           05 FILLER           PIC X(02) VALUE ',"'.                    00034800
           05 ANL-T-DOCTOR     PIC X(20).                               00034900
           05 FILLER           PIC X(02) VALUE '",'.                    00035000
           05 ANL-T-FACILITY   PIC X(02).                               00035100
                                                                        00035200
       01 ANL-INV-LINE.                                                 00035300
           05 ANL-I-PATIENID   PIC X(05).                               00035400
           05 FILLER           PIC X(01) VALUE ','.                     00035500
           05 ANL-I-INVOICENO  PIC X(08).                               00035600
           05 FILLER           PIC X(01) VALUE ','.                     00035700
           05 ANL-I-BILLDATE   PIC X(08).                               00035800
           05 FILLER           PIC X(01) VALUE ','.                     00035900
           05 ANL-I-TRANTYPE   PIC X(01).                               00036000
           05 FILLER           PIC X(01) VALUE ','.                     00036100
           05 ANL-I-REFINVNO   PIC X(08).                               00036200
           05 FILLER           PIC X(01) VALUE ','.                     00036300
           05 ANL-I-FACILITY   PIC X(02).                               00036400
           05 FILLER           PIC X(02) VALUE ',"'.                    00036500
           05 ANL-I-TRTNAME    PIC X(20).                               00036600
           05 FILLER           PIC X(02) VALUE '",'.                    00036700
           05 ANL-I-PAYERCD    PIC X(08).                               00036800
           05 FILLER           PIC X(01) VALUE ','.                     00036900
           05 ANL-I-AMOUNT     PIC -9(07).99.                           00037000
           05 FILLER           PIC X(01) VALUE ','.                     00037100
           05 ANL-I-PAID       PIC -9(09).99.                           00037200
           05 FILLER           PIC X(01) VALUE ','.                     00037300
           05 ANL-I-OPEN-BAL   PIC -9(09).99.                           00037400
                                                                        00037500
       01 ANL-PAY-LINE.                                                 00037600
           05 ANL-Y-PATIENID   PIC X(05).                               00037700
           05 FILLER           PIC X(01) VALUE ','.                     00037800
           05 ANL-Y-INVOICENO  PIC X(08).                               00037900
           05 FILLER           PIC X(01) VALUE ','.                     00038000
           05 ANL-Y-PAYDATE    PIC X(08).                               00038100
           05 FILLER           PIC X(01) VALUE ','.                     00038200
           05 ANL-Y-PAYMETH    PIC X(02).                               00038300
           05 FILLER           PIC X(01) VALUE ','.                     00038400
           05 ANL-Y-PAYERCD    PIC X(08).                               00038500
           05 FILLER           PIC X(01) VALUE ','.                     00038600
           05 ANL-Y-RETURNED   PIC X(01).                               00038700
           05 FILLER           PIC X(01) VALUE ','.                     00038800
           05 ANL-Y-PAYAMT     PIC -9(07).99.                           00038900
                                                                        00039000
      *    lignes CONTROL, en dernier dans chaque fichier               00039100
       01 ANL-CTL-LINE.                                                 00039200
           05 FILLER           PIC X(08) VALUE 'CONTROL,'.              00039300
           05 ANL-C-DATE       PIC 9(08).                               00039400
           05 FILLER           PIC X(01) VALUE ','.                     00039500
           05 ANL-C-COUNT      PIC 9(09).                               00039600
                                                                        00039700
       01 ANL-CTL-INV-LINE.                                             00039800
           05 FILLER           PIC X(08) VALUE 'CONTROL,'.              00039900
           05 ANL-CI-DATE      PIC 9(08).                               00040000
           05 FILLER           PIC X(01) VALUE ','.                     00040100
           05 ANL-CI-COUNT     PIC 9(09).                               00040200
           05 FILLER           PIC X(01) VALUE ','.                     00040300
           05 ANL-CI-AMOUNT    PIC -9(13).99.                           00040400
           05 FILLER           PIC X(01) VALUE ','.                     00040500
           05 ANL-CI-PAID      PIC -9(13).99.                           00040600
           05 FILLER           PIC X(01) VALUE ','.                     00040700
           05 ANL-CI-OPEN-BAL  PIC -9(13).99.                           00040800
                                                                        00040900
       01 ANL-CTL-PAY-LINE.                                             00041000
           05 FILLER           PIC X(08) VALUE 'CONTROL,'.              00041100
           05 ANL-CY-DATE      PIC 9(08).                               00041200
           05 FILLER           PIC X(01) VALUE ','.                     00041300
           05 ANL-CY-COUNT     PIC 9(09).                               00041400
           05 FILLER           PIC X(01) VALUE ','.                     00041500
           05 ANL-CY-PAYAMT    PIC -9(13).99.                           00041600
                                                                        00041700
      *-----------------------*                                         00041800
       LINKAGE SECTION.                                                 00041900
      *-----------------------*                                         00042000
      * psb to get                                                      00042100
        01 PCB-MASK-GI.                                                 00042200
           03 DBD-NAME        PIC X(8).                                 00042300
           03 SEG-LEVEL       PIC XX.                                   00042400
           03 STATUS-CODE     PIC XX.                                   00042500
           03 PROC-OPT        PIC X(4).                                 00042600
           03 FILLER          PIC X(4).                                 00042700
           03 SEG-NAME        PIC X(8).                                 00042800
           03 KEY-FDBK        PIC S9(5) COMP.                           00042900
           03 NUM-SENSEG      PIC S9(5) COMP.                           00043000
           03 KEY-FDBK-AREA.                                            00043100
              05 PATIENT-KEY    PIC X(5).                               00043200
              05 MEDICAL-KEY    PIC X(6).                               00043300
              05 DRUG-KEY       PIC X(8).                               00043400
              05 BILLING-KEY    PIC X(8).                               00043500
                                                                        00043600
      *-----------------------*                                         00043700
       PROCEDURE DIVISION.                                              00043800
      *-----------------------*                                         00043900
           INITIALIZE PCB-MASK-GI.                                      00044000
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00044100
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00044200
           PERFORM 0300-CHECK-CYCLE                                     00044300
              THRU 0300-CHECK-CYCLE-END.                                00044400
           PERFORM 1000-INIT                                            00044500
              THRU 1000-INIT-END.                                       00044600
           DISPLAY '1_____EXTRACT BY PATIENT'.                          00044700
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00044800
           PERFORM 4000-SCAN-PATIENT                                    00044900
              THRU 4000-SCAN-PATIENT-END                                00045000
              UNTIL STATUS-CODE NOT = SPACE.                            00045100
      *    only a scan that ran to the end of the database earns        00045200
      *    the control lines - without them the files are not           00045300
      *    to be loaded                                                 00045400
           IF STATUS-CODE NOT = 'GB'                                    00045500
              DISPLAY '*** PATIENT SCAN ENDED ON STATUS ' STATUS-CODE   00045600
                 ' - EXTRACT INCOMPLETE, NO CONTROL LINES ***'          00045700
              PERFORM 8900-CLOSE-EXTRACT                                00045800
                 THRU 8900-CLOSE-EXTRACT-END                            00045900
              MOVE 16 TO RETURN-CODE                                    00046000
              PERFORM 9999-ABEND                                        00046100
                 THRU 9999-ABEND-END                                    00046200
           END-IF.                                                      00046300
           DISPLAY '2_____WRITE THE CONTROL LINES'.                     00046400
           PERFORM 8000-WRITE-CONTROLS                                  00046500
              THRU 8000-WRITE-CONTROLS-END.                             00046600
           PERFORM 8900-CLOSE-EXTRACT                                   00046700
              THRU 8900-CLOSE-EXTRACT-END.                              00046800
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00046900
           DISPLAY 'MASKING OPTION  : ' WS-MASK-OPTION.                 00047000
           DISPLAY 'PATIENTS        : ' WS-NO-PATIENTS.                 00047100
           DISPLAY 'TREATMENTS      : ' WS-NO-TREATMNTS.                00047200
           DISPLAY 'DOCTORS NOT ON MASTER: ' WS-NO-DOC-UNKNOWN.         00047300
           DISPLAY 'INVOICES        : ' WS-NO-INVOICES.                 00047400
           DISPLAY 'SELF-PAY INVOICES: ' WS-NO-SELFPAY.                 00047500
           DISPLAY 'PAYMENTS        : ' WS-NO-PAYMENTS.                 00047600
           DISPLAY 'TOTAL BILLED    : ' WS-TOT-AMOUNT.                  00047700
           DISPLAY 'TOTAL PAID      : ' WS-TOT-PAID.                    00047800
           DISPLAY 'TOTAL OPEN      : ' WS-TOT-OPEN-BAL.                00047900
           DISPLAY 'TOTAL PAYMENTS  : ' WS-TOT-PAYAMT.                  00048000
           PERFORM 8960-STAMP-CYCLE                                     00048100
              THRU 8960-STAMP-CYCLE-END.                                00048200
           GOBACK.                                                      00048300
                                                                        00048400
      *------------*                                                    00048500
       1000-INIT.                                                       00048600
      *------------*                                                    00048700
           DISPLAY "***** INIT PROCESS *****".                          00048800
                                                                        00048900
           MOVE SPACE TO WS-FILE-STATUS.                                00049000
           MOVE ZEROES TO WS-COUNTERS.                                  00049100
           MOVE ZEROES TO WS-TOTALS.                                    00049200
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.                   00049300
                                                                        00049400
           OPEN INPUT CTLCARD.                                          00049500
                                                                        00049600
           IF WS-CTL-FS NOT = "00"                                      00049700
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00049800
             MOVE 16 TO RETURN-CODE                                     00049900
             PERFORM 9999-ABEND                                         00050000
                THRU 9999-ABEND-END                                     00050100
           END-IF.                                                      00050200
                                                                        00050300
           READ CTLCARD INTO CTL-CARD-REC                               00050400
              AT END                                                    00050500
      D         DISPLAY "CTLCARD IS EMPTY - NO MASKING OPTION"          00050600
                MOVE 16 TO RETURN-CODE                                  00050700
                PERFORM 9999-ABEND                                      00050800
                   THRU 9999-ABEND-END                                  00050900
           END-READ.                                                    00051000
                                                                        00051100
           MOVE CTL-MASK-OPTION TO WS-MASK-OPTION.                      00051200
           CLOSE CTLCARD.                                               00051300
                                                                        00051400
      *    a mistyped card must never ship names in the clear           00051500
           IF NOT WS-MASK-ON AND NOT WS-MASK-OFF                        00051600
              DISPLAY 'CTLCARD MASKING OPTION NOT Y OR N: '             00051700
                 WS-MASK-OPTION ' - RUN REFUSED'                        00051800
              MOVE 16 TO RETURN-CODE                                    00051900
              PERFORM 9999-ABEND                                        00052000
                 THRU 9999-ABEND-END                                    00052100
           END-IF.                                                      00052200
           IF WS-MASK-ON                                                00052300
              DISPLAY 'MASKED EXTRACT - NAMES AND PATIENIDS REPLACED'   00052400
           ELSE                                                         00052500
              DISPLAY 'UNMASKED EXTRACT - INTERNAL USE ONLY'            00052600
           END-IF.                                                      00052700
                                                                        00052800
      *    load the doctor master for the code column                   00052900
           OPEN INPUT DOCMSTR.                                          00053000
           IF WS-DOC-FS = '00'                                          00053100
              PERFORM 1100-LOAD-DM-TABLE                                00053200
                 THRU 1100-LOAD-DM-TABLE-END                            00053300
                 UNTIL WS-DOC-EOF                                       00053400
              CLOSE DOCMSTR                                             00053500
              DISPLAY 'DOCTOR MASTER ENTRIES LOADED: ' WS-DM-COUNT      00053600
           ELSE                                                         00053700
              DISPLAY 'DOCMSTR NOT AVAILABLE - NAMES ONLY'              00053800
           END-IF.                                                      00053900
                                                                        00054000
           OPEN OUTPUT ANL-PAT-OUT.                                     00054100
           IF WS-PAT-FS NOT = '00'                                      00054200
      D       DISPLAY "ERROR OPEN FILE ANLPAT: " WS-PAT-FS              00054300
              MOVE 16 TO RETURN-CODE                                    00054400
              PERFORM 9999-ABEND                                        00054500
                 THRU 9999-ABEND-END                                    00054600
           END-IF.                                                      00054700
           OPEN OUTPUT ANL-TRT-OUT.                                     00054800
           IF WS-TRT-FS NOT = '00'                                      00054900
      D       DISPLAY "ERROR OPEN FILE ANLTRT: " WS-TRT-FS              00055000
              MOVE 16 TO RETURN-CODE                                    00055100
              PERFORM 9999-ABEND                                        00055200
                 THRU 9999-ABEND-END                                    00055300
           END-IF.                                                      00055400
           OPEN OUTPUT ANL-INV-OUT.                                     00055500
           IF WS-INV-FS NOT = '00'                                      00055600
      D       DISPLAY "ERROR OPEN FILE ANLINV: " WS-INV-FS              00055700
              MOVE 16 TO RETURN-CODE                                    00055800
              PERFORM 9999-ABEND                                        00055900
                 THRU 9999-ABEND-END                                    00056000
           END-IF.                                                      00056100
           OPEN OUTPUT ANL-PAY-OUT.                                     00056200
           IF WS-PAY-FS NOT = '00'                                      00056300
      D       DISPLAY "ERROR OPEN FILE ANLPAY: " WS-PAY-FS              00056400
              MOVE 16 TO RETURN-CODE                                    00056500
              PERFORM 9999-ABEND                                        00056600
                 THRU 9999-ABEND-END                                    00056700
           END-IF.                                                      00056800
                                                                        00056900
           WRITE ANL-PAT-OUT-REC FROM ANL-PAT-HEADER.                   00057000
           WRITE ANL-TRT-OUT-REC FROM ANL-TRT-HEADER.                   00057100
           WRITE ANL-INV-OUT-REC FROM ANL-INV-HEADER.                   00057200
           WRITE ANL-PAY-OUT-REC FROM ANL-PAY-HEADER.                   00057300
                                                                        00057400
           DISPLAY "***** FIN INIT PROCESS *****".                      00057500
                                                                        00057600
      *----------------*                                                00057700
       1000-INIT-END.                                                   00057800
      *----------------*                                                00057900
           EXIT.                                                        00058000
                                                                        00058100
      *-----------------------*                                         00058200
       1100-LOAD-DM-TABLE.                                              00058300
      *-----------------------*                                         00058400
           READ DOCMSTR                                                 00058500
           END-READ.                                                    00058600
                                                                        00058700
           EVALUATE TRUE                                                00058800
             WHEN WS-DOC-FS = '00'                                      00058900
               IF WS-DM-COUNT < WS-DM-MAX                               00059000
                  ADD 1 TO WS-DM-COUNT                                  00059100
                  SET DM-IDX TO WS-DM-COUNT                             00059200
                  MOVE DOC-CODE TO WS-DM-CODE (DM-IDX)                  00059300
                  MOVE DOC-NAME TO WS-DM-NAME (DM-IDX)                  00059400
               ELSE                                                     00059500
                  DISPLAY 'DOCTOR TABLE FULL - ENTRY DROPPED: '         00059600
                     DOC-NAME                                           00059700
               END-IF                                                   00059800
             WHEN WS-DOC-FS = '10'                                      00059900
               SET WS-DOC-EOF TO TRUE                                   00060000
             WHEN OTHER                                                 00060100
      D        DISPLAY "ERROR READ FILE DOCMSTR !!!: " WS-DOC-FS        00060200
               PERFORM 9999-ABEND                                       00060300
                  THRU 9999-ABEND-END                                   00060400
           END-EVALUATE.                                                00060500
      *-----------------------*                                         00060600
       1100-LOAD-DM-TABLE-END.                                          00060700
      *-----------------------*                                         00060800
           EXIT.                                                        00060900
                                                                        00061000
      *----------------------*                                          00061100
       4000-SCAN-PATIENT.                                               00061200
      *----------------------*                                          00061300
           INITIALIZE SEG-IO-AREA.                                      00061400
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00061500
                                PCB-MASK-GI,                            00061600
                                SEG-IO-AREA,                            00061700
                                UNQUAL-SSA-PATIENT.                     00061800
           IF STATUS-CODE = '  '                                        00061900
                ADD 1 TO WS-NO-PATIENTS                                 00062000
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00062100
                MOVE WS-PATIENT-ID     TO WS-SAVE-PATIENTID             00062200
                MOVE WS-PATDOB         TO WS-SAVE-PATDOB                00062300
                MOVE WS-PAT-DEATH-FLAG TO WS-SAVE-DEATH-FLAG            00062400
                PERFORM 4050-MASK-PATIENT                               00062500
                   THRU 4050-MASK-PATIENT-END                           00062600
                PERFORM 4100-GET-CURRENT-REGION                         00062700
                   THRU 4100-GET-CURRENT-REGION-END                     00062800
                PERFORM 4190-WRITE-PATIENT                              00062900
                   THRU 4190-WRITE-PATIENT-END                          00063000
                PERFORM 4150-REPOSITION-PATIENT                         00063100
                   THRU 4150-REPOSITION-PATIENT-END                     00063200
      *         the coverages first, for the payer of each invoice      00063300
                MOVE ZERO TO WS-COV-COUNT                               00063400
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00063500
                PERFORM 4200-COLLECT-COVERAGE                           00063600
                   THRU 4200-COLLECT-COVERAGE-END                       00063700
                   UNTIL STATUS-CODE NOT = SPACE                        00063800
                PERFORM 4150-REPOSITION-PATIENT                         00063900
                   THRU 4150-REPOSITION-PATIENT-END                     00064000
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00064100
                PERFORM 4300-EXTRACT-TREATMNT                           00064200
                   THRU 4300-EXTRACT-TREATMNT-END                       00064300
                   UNTIL STATUS-CODE NOT = SPACE                        00064400
                PERFORM 4150-REPOSITION-PATIENT                         00064500
                   THRU 4150-REPOSITION-PATIENT-END                     00064600
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00064700
                PERFORM 4400-EXTRACT-BILLING                            00064800
                   THRU 4400-EXTRACT-BILLING-END                        00064900
                   UNTIL STATUS-CODE NOT = SPACE                        00065000
      *         re-establish position on the patient so the next        00065100
      *         unqualified GN steps to the following root              00065200
                PERFORM 4150-REPOSITION-PATIENT                         00065300
                   THRU 4150-REPOSITION-PATIENT-END                     00065400
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00065500
           ELSE                                                         00065600
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00065700
           END-IF.                                                      00065800
      *----------------------*                                          00065900
       4000-SCAN-PATIENT-END.                                           00066000
      *----------------------*                                          00066100
           EXIT.                                                        00066200
                                                                        00066300
      *-------------------------*                                       00066400
       4050-MASK-PATIENT.                                               00066500
      *-------------------------*                                       00066600
      *    PMASK's rules: the id becomes 50000 + the patient's          00066700
      *    rank in the walk, the same on all four files, and the        00066800
      *    name is built from it                                        00066900
           IF WS-MASK-OFF                                               00067000
              MOVE WS-PATIENT-ID TO WS-OUT-PATIENTID                    00067100
              MOVE WS-PATNAME    TO WS-OUT-PATNAME                      00067200
              GO TO 4050-MASK-PATIENT-END                               00067300
           END-IF.                                                      00067400
           IF WS-NO-PATIENTS > WS-MASK-MAX-PATIENTS                     00067500
              DISPLAY '*** MASKED PATIENID RANGE EXHAUSTED AT '         00067600
                 WS-NO-PATIENTS ' PATIENTS - DO NOT SHIP ***'           00067700
              PERFORM 8900-CLOSE-EXTRACT                                00067800
                 THRU 8900-CLOSE-EXTRACT-END                            00067900
              MOVE 16 TO RETURN-CODE                                    00068000
              PERFORM 9999-ABEND                                        00068100
                 THRU 9999-ABEND-END                                    00068200
           END-IF.                                                      00068300
           COMPUTE WS-OUT-PATIENTID-N = WS-MASK-BASE-ID                 00068400
                                      + WS-NO-PATIENTS.                 00068500
           MOVE SPACE TO WS-OUT-PATNAME.                                00068600
           STRING 'TEST PATIENT ' WS-OUT-PATIENTID                      00068700
              DELIMITED BY SIZE INTO WS-OUT-PATNAME.                    00068800
      *-------------------------*                                       00068900
       4050-MASK-PATIENT-END.                                           00069000
      *-------------------------*                                       00069100
           EXIT.                                                        00069200
                                                                        00069300
      *-------------------------*                                       00069400
       4100-GET-CURRENT-REGION.                                         00069500
      *-------------------------*                                       00069600
      *    the newest effective date is the current address             00069700
           MOVE SPACE TO WS-CUR-REGION.                                 00069800
           MOVE LOW-VALUE TO WS-ADR-BEST-EFFDATE.                       00069900
           PERFORM 4110-READ-ONE-ADDRESS                                00070000
              THRU 4110-READ-ONE-ADDRESS-END                            00070100
              UNTIL STATUS-CODE NOT = SPACE.                            00070200
           MOVE '  ' TO STATUS-CODE.                                    00070300
      *-------------------------*                                       00070400
       4100-GET-CURRENT-REGION-END.                                     00070500
      *-------------------------*                                       00070600
           EXIT.                                                        00070700
                                                                        00070800
      *-------------------------*                                       00070900
       4110-READ-ONE-ADDRESS.                                           00071000
      *-------------------------*                                       00071100
           INITIALIZE SEG-IO-AREA.                                      00071200
           CALL 'CBLTDLI' USING DLI-GN,                                 00071300
                                PCB-MASK-GI,                            00071400
                                SEG-IO-AREA,                            00071500
                                QUAL-SSA-PATIENT,                       00071600
                                UNQUAL-SSA-ADDRESS.                     00071700
           IF STATUS-CODE = '  '                                        00071800
              MOVE SEG-IO-AREA TO WS-ADDRESS-READ-SEG                   00071900
              IF WS-AR-EFFDATE > WS-ADR-BEST-EFFDATE                    00072000
                 MOVE WS-AR-EFFDATE TO WS-ADR-BEST-EFFDATE              00072100
                 MOVE WS-AR-REGION  TO WS-CUR-REGION                    00072200
              END-IF                                                    00072300
           END-IF.                                                      00072400
      *-------------------------*                                       00072500
       4110-READ-ONE-ADDRESS-END.                                       00072600
      *-------------------------*                                       00072700
           EXIT.                                                        00072800
                                                                        00072900
      *-------------------------*                                       00073000
       4150-REPOSITION-PATIENT.                                         00073100
      *-------------------------*                                       00073200
           INITIALIZE SEG-IO-AREA.                                      00073300
           CALL 'CBLTDLI' USING DLI-GU,                                 00073400
                                PCB-MASK-GI,                            00073500
                                SEG-IO-AREA,                            00073600
                                QUAL-SSA-PATIENT.                       00073700
      *-------------------------*                                       00073800
       4150-REPOSITION-PATIENT-END.                                     00073900
      *-------------------------*                                       00074000
           EXIT.                                                        00074100
                                                                        00074200
      *-------------------------*                                       00074300
       4190-WRITE-PATIENT.                                              00074400
      *-------------------------*                                       00074500
      *    the birth year only - the full date stays at home            00074600
           MOVE WS-OUT-PATIENTID    TO ANL-P-PATIENID.                  00074700
           MOVE WS-OUT-PATNAME      TO ANL-P-PATNAME.                   00074800
           MOVE WS-SAVE-DOB-YEAR    TO ANL-P-BIRTH-YEAR.                00074900
           MOVE WS-SAVE-DEATH-FLAG  TO ANL-P-DEATH-FLAG.                00075000
           MOVE WS-CUR-REGION       TO ANL-P-REGION.                    00075100
           WRITE ANL-PAT-OUT-REC FROM ANL-PAT-LINE.                     00075200
      *-------------------------*                                       00075300
       4190-WRITE-PATIENT-END.                                          00075400
      *-------------------------*                                       00075500
           EXIT.                                                        00075600
                                                                        00075700
      *-------------------------*                                       00075800
       4200-COLLECT-COVERAGE.                                           00075900
      *-------------------------*                                       00076000
           INITIALIZE SEG-IO-AREA.                                      00076100
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00076200
                                PCB-MASK-GI,                            00076300
                                SEG-IO-AREA,                            00076400
                                QUAL-SSA-PATIENT,                       00076500
                                UNQUAL-SSA-COVERAGE.                    00076600
           IF STATUS-CODE = '  '                                        00076700
              IF WS-COV-COUNT < WS-COV-MAX                              00076800
                 ADD 1 TO WS-COV-COUNT                                  00076900
                 SET COV-IDX TO WS-COV-COUNT                            00077000
                 MOVE WS-PAYERCD  TO WS-COV-PAYERCD (COV-IDX)           00077100
                 MOVE WS-EFFDATE  TO WS-COV-EFFDATE (COV-IDX)           00077200
                 MOVE WS-EXPDATE  TO WS-COV-EXPDATE (COV-IDX)           00077300
              ELSE                                                      00077400
                 DISPLAY 'COVERAGE TABLE FULL - PATIENT: '              00077500
                    WS-SAVE-PATIENTID                                   00077600
              END-IF                                                    00077700
           END-IF.                                                      00077800
      *-------------------------*                                       00077900
       4200-COLLECT-COVERAGE-END.                                       00078000
      *-------------------------*                                       00078100
           EXIT.                                                        00078200
                                                                        00078300
      *-------------------------*                                       00078400
       4300-EXTRACT-TREATMNT.                                           00078500
      *-------------------------*                                       00078600
           INITIALIZE SEG-IO-AREA.                                      00078700
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00078800
                                PCB-MASK-GI,                            00078900
                                SEG-IO-AREA,                            00079000
                                QUAL-SSA-PATIENT,                       00079100
                                UNQUAL-SSA-TREATMNT.                    00079200
           IF STATUS-CODE = '  '                                        00079300
              ADD 1 TO WS-NO-TREATMNTS                                  00079400
              MOVE WS-OUT-PATIENTID TO ANL-T-PATIENID                   00079500
              MOVE WS-TRDATE        TO ANL-T-TRDATE                     00079600
              MOVE WS-TRTNAME       TO ANL-T-TRTNAME                    00079700
              MOVE WS-TRT-FACILITY  TO ANL-T-FACILITY                   00079800
              PERFORM 4350-MATCH-DOCTOR                                 00079900
                 THRU 4350-MATCH-DOCTOR-END                             00080000
              IF WS-DM-HIT                                              00080100
                 SET DM-IDX TO WS-DM-HIT-SUB                            00080200
                 MOVE WS-DM-CODE (DM-IDX) TO ANL-T-DOC-CODE             00080300
                 MOVE WS-DM-NAME (DM-IDX) TO ANL-T-DOCTOR               00080400
              ELSE                                                      00080500
                 ADD 1 TO WS-NO-DOC-UNKNOWN                             00080600
                 MOVE SPACE     TO ANL-T-DOC-CODE                       00080700
                 MOVE WS-DOCTOR TO ANL-T-DOCTOR                         00080800
              END-IF                                                    00080900
      *       the code still groups the visits by doctor once the       00081000
      *       name is gone                                              00081100
              IF WS-MASK-ON                                             00081200
                 MOVE 'DOCTOR MASKED' TO ANL-T-DOCTOR                   00081300
              END-IF                                                    00081400
              WRITE ANL-TRT-OUT-REC FROM ANL-TRT-LINE                   00081500
           END-IF.                                                      00081600
      *-------------------------*                                       00081700
       4300-EXTRACT-TREATMNT-END.                                       00081800
      *-------------------------*                                       00081900
           EXIT.                                                        00082000
                                                                        00082100
      *-------------------------*                                       00082200
       4350-MATCH-DOCTOR.                                               00082300
      *-------------------------*                                       00082400
           MOVE 'N' TO WS-DM-FOUND.                                     00082500
           PERFORM 4360-DOCTOR-LOOKUP                                   00082600
              THRU 4360-DOCTOR-LOOKUP-END                               00082700
              VARYING DM-IDX FROM 1 BY 1                                00082800
              UNTIL DM-IDX > WS-DM-COUNT                                00082900
                 OR WS-DM-HIT.                                          00083000
      *-------------------------*                                       00083100
       4350-MATCH-DOCTOR-END.                                           00083200
      *-------------------------*                                       00083300
           EXIT.                                                        00083400
                                                                        00083500
      *-------------------------*                                       00083600
       4360-DOCTOR-LOOKUP.                                              00083700
      *-------------------------*                                       00083800
           IF WS-DM-NAME (DM-IDX) = WS-DOCTOR                           00083900
              MOVE 'Y' TO WS-DM-FOUND                                   00084000
              SET WS-DM-HIT-SUB TO DM-IDX                               00084100
           END-IF.                                                      00084200
      *-------------------------*                                       00084300
       4360-DOCTOR-LOOKUP-END.                                          00084400
      *-------------------------*                                       00084500
           EXIT.                                                        00084600
                                                                        00084700
      *-------------------------*                                       00084800
       4400-EXTRACT-BILLING.                                            00084900
      *-------------------------*                                       00085000
           INITIALIZE SEG-IO-AREA.                                      00085100
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00085200
                                PCB-MASK-GI,                            00085300
                                SEG-IO-AREA,                            00085400
                                QUAL-SSA-PATIENT,                       00085500
                                UNQUAL-SSA-BILLING.                     00085600
           IF STATUS-CODE = '  '                                        00085700
              ADD 1 TO WS-NO-INVOICES                                   00085800
      *       the payment scan reuses the io area - keep the            00085900
      *       invoice's own fields first                                00086000
              MOVE SEG-IO-AREA  TO WS-SAVE-BILLING                      00086100
              MOVE WS-INVOICENO TO WS-SAVE-INVOICENO                    00086200
              MOVE ZERO TO WS-PAID-SUM                                  00086300
              PERFORM 4430-EXTRACT-PAYMENT                              00086400
                 THRU 4430-EXTRACT-PAYMENT-END                          00086500
                 UNTIL STATUS-CODE NOT = SPACE                          00086600
              MOVE '  ' TO STATUS-CODE                                  00086700
              MOVE WS-SAVE-BILLING TO SEG-IO-AREA                       00086800
      *       the same open balance as the billing snapshot             00086900
              COMPUTE WS-OPEN-BAL = WS-AMOUNT - WS-PAID-SUM             00087000
              MOVE WS-OUT-PATIENTID TO ANL-I-PATIENID                   00087100
              MOVE WS-INVOICENO     TO ANL-I-INVOICENO                  00087200
              MOVE WS-BILLDATE      TO ANL-I-BILLDATE                   00087300
              MOVE WS-TRANTYPE      TO ANL-I-TRANTYPE                   00087400
              MOVE WS-REFINVNO      TO ANL-I-REFINVNO                   00087500
              MOVE WS-BIL-FACILITY  TO ANL-I-FACILITY                   00087600
              MOVE WS-BIL-TRTNAME   TO ANL-I-TRTNAME                    00087700
              MOVE WS-AMOUNT        TO ANL-I-AMOUNT                     00087800
              MOVE WS-PAID-SUM      TO ANL-I-PAID                       00087900
              MOVE WS-OPEN-BAL      TO ANL-I-OPEN-BAL                   00088000
              PERFORM 4500-MATCH-COVERAGE                               00088100
                 THRU 4500-MATCH-COVERAGE-END                           00088200
              IF WS-COV-HIT                                             00088300
                 SET COV-IDX TO WS-COV-HIT-SUB                          00088400
                 MOVE WS-COV-PAYERCD (COV-IDX) TO ANL-I-PAYERCD         00088500
              ELSE                                                      00088600
                 MOVE 'SELFPAY' TO ANL-I-PAYERCD                        00088700
                 ADD 1 TO WS-NO-SELFPAY                                 00088800
              END-IF                                                    00088900
              WRITE ANL-INV-OUT-REC FROM ANL-INV-LINE                   00089000
              ADD WS-AMOUNT   TO WS-TOT-AMOUNT                          00089100
              ADD WS-PAID-SUM TO WS-TOT-PAID                            00089200
              ADD WS-OPEN-BAL TO WS-TOT-OPEN-BAL                        00089300
           END-IF.                                                      00089400
      *-------------------------*                                       00089500
       4400-EXTRACT-BILLING-END.                                        00089600
      *-------------------------*                                       00089700
           EXIT.                                                        00089800
                                                                        00089900
      *-------------------------*                                       00090000
       4430-EXTRACT-PAYMENT.                                            00090100
      *-------------------------*                                       00090200
      *    GNP under the invoice just read walks its payments           00090300
      *    only; the GN of 4400 then carries on past them               00090400
           INITIALIZE SEG-IO-AREA.                                      00090500
           CALL 'CBLTDLI' USING DLI-GNP,                                00090600
                                PCB-MASK-GI,                            00090700
                                SEG-IO-AREA,                            00090800
                                UNQUAL-SSA-PAYMENT.                     00090900
           IF STATUS-CODE = '  '                                        00091000
              ADD 1 TO WS-NO-PAYMENTS                                   00091100
              MOVE WS-OUT-PATIENTID  TO ANL-Y-PATIENID                  00091200
              MOVE WS-SAVE-INVOICENO TO ANL-Y-INVOICENO                 00091300
              MOVE WS-PAYDATE        TO ANL-Y-PAYDATE                   00091400
              MOVE WS-PAYMETH        TO ANL-Y-PAYMETH                   00091500
              MOVE WS-PAY-PAYERCD    TO ANL-Y-PAYERCD                   00091600
              MOVE WS-PAY-RETURNED   TO ANL-Y-RETURNED                  00091700
      *       returned items count in the paid sum, as they do on       00091800
      *       the snapshot; the R column lets the analyst net them      00091900
              IF WS-PAYAMT NUMERIC                                      00092000
                 MOVE WS-PAYAMT TO ANL-Y-PAYAMT                         00092100
                 ADD WS-PAYAMT  TO WS-PAID-SUM                          00092200
                 ADD WS-PAYAMT  TO WS-TOT-PAYAMT                        00092300
              ELSE                                                      00092400
                 MOVE ZERO TO ANL-Y-PAYAMT                              00092500
              END-IF                                                    00092600
              WRITE ANL-PAY-OUT-REC FROM ANL-PAY-LINE                   00092700
           END-IF.                                                      00092800
      *-------------------------*                                       00092900
       4430-EXTRACT-PAYMENT-END.                                        00093000
      *-------------------------*                                       00093100
           EXIT.                                                        00093200
                                                                        00093300
      *-------------------------*                                       00093400
       4500-MATCH-COVERAGE.                                             00093500
      *-------------------------*                                       00093600
           MOVE 'N' TO WS-COV-FOUND.                                    00093700
           PERFORM 4510-COVERAGE-LOOKUP                                 00093800
              THRU 4510-COVERAGE-LOOKUP-END                             00093900
              VARYING COV-IDX FROM 1 BY 1                               00094000
              UNTIL COV-IDX > WS-COV-COUNT                              00094100
                 OR WS-COV-HIT.                                         00094200
      *-------------------------*                                       00094300
       4500-MATCH-COVERAGE-END.                                         00094400
      *-------------------------*                                       00094500
           EXIT.                                                        00094600
                                                                        00094700
      *-------------------------*                                       00094800
       4510-COVERAGE-LOOKUP.                                            00094900
      *-------------------------*                                       00095000
           IF WS-COV-EFFDATE (COV-IDX) NOT > WS-BILLDATE                00095100
              AND WS-COV-EXPDATE (COV-IDX) NOT < WS-BILLDATE            00095200
              MOVE 'Y' TO WS-COV-FOUND                                  00095300
              SET WS-COV-HIT-SUB TO COV-IDX                             00095400
           END-IF.                                                      00095500
      *-------------------------*                                       00095600
       4510-COVERAGE-LOOKUP-END.                                        00095700
      *-------------------------*                                       00095800
           EXIT.                                                        00095900
                                                                        00096000
      *-----------------------*                                         00096100
       8000-WRITE-CONTROLS.                                             00096200
      *-----------------------*                                         00096300
      *    the counts and totals the loading side proves the            00096400
      *    files against                                                00096500
           MOVE WS-EXTRACT-DATE  TO ANL-C-DATE.                         00096600
           MOVE WS-NO-PATIENTS   TO ANL-C-COUNT.                        00096700
           WRITE ANL-PAT-OUT-REC FROM ANL-CTL-LINE.                     00096800
           MOVE WS-NO-TREATMNTS  TO ANL-C-COUNT.                        00096900
           WRITE ANL-TRT-OUT-REC FROM ANL-CTL-LINE.                     00097000
                                                                        00097100
           MOVE WS-EXTRACT-DATE  TO ANL-CI-DATE.                        00097200
           MOVE WS-NO-INVOICES   TO ANL-CI-COUNT.                       00097300
           MOVE WS-TOT-AMOUNT    TO ANL-CI-AMOUNT.                      00097400
           MOVE WS-TOT-PAID      TO ANL-CI-PAID.                        00097500
           MOVE WS-TOT-OPEN-BAL  TO ANL-CI-OPEN-BAL.                    00097600
           WRITE ANL-INV-OUT-REC FROM ANL-CTL-INV-LINE.                 00097700
                                                                        00097800
           MOVE WS-EXTRACT-DATE  TO ANL-CY-DATE.                        00097900
           MOVE WS-NO-PAYMENTS   TO ANL-CY-COUNT.                       00098000
           MOVE WS-TOT-PAYAMT    TO ANL-CY-PAYAMT.                      00098100
           WRITE ANL-PAY-OUT-REC FROM ANL-CTL-PAY-LINE.                 00098200
      *-----------------------*                                         00098300
       8000-WRITE-CONTROLS-END.                                         00098400
      *-----------------------*                                         00098500
           EXIT.                                                        00098600
                                                                        00098700
      *-----------------------*                                         00098800
       8900-CLOSE-EXTRACT.                                              00098900
      *-----------------------*                                         00099000
           CLOSE ANL-PAT-OUT.                                           00099100
           CLOSE ANL-TRT-OUT.                                           00099200
           CLOSE ANL-INV-OUT.                                           00099300
           CLOSE ANL-PAY-OUT.                                           00099400
      *-----------------------*                                         00099500
       8900-CLOSE-EXTRACT-END.                                          00099600
      *-----------------------*                                         00099700
           EXIT.                                                        00099800
                                                                        00099900
      *-----------------------*                                         00100000
       0300-CHECK-CYCLE.                                                00100100
      *-----------------------*                                         00100200
           ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD.                      00100300
           OPEN INPUT CYCCTL.                                           00100400
           IF WS-CYC-FS NOT = '00'                                      00100500
              DISPLAY 'CYCCTL NOT AVAILABLE - RUN CONTROL BYPASSED'     00100600
              GO TO 0300-CHECK-CYCLE-END                                00100700
           END-IF.                                                      00100800
           PERFORM 0310-READ-CYCCTL                                     00100900
              THRU 0310-READ-CYCCTL-END                                 00101000
              UNTIL WS-CYC-EOF.                                         00101100
           CLOSE CYCCTL.                                                00101200
                                                                        00101300
           IF WS-CYC-DB-QUIESCED                                        00101400
              DISPLAY '*** DATABASE QUIESCED FOR MAINTENANCE'           00101500
                 ' - RUN REFUSED ***'                                   00101600
              MOVE 12 TO RETURN-CODE                                    00101700
              GOBACK                                                    00101800
           END-IF.                                                      00101900
      *    finance would load figures the balancing has not             00102000
      *    signed off                                                   00102100
           IF WS-CYC-BALANCE-BROKEN                                     00102200
              DISPLAY '*** BILLING CYCLE OUT OF BALANCE - NOT SIGNED'   00102300
                 ' OFF - RUN REFUSED ***'                               00102400
              MOVE 12 TO RETURN-CODE                                    00102500
              GOBACK                                                    00102600
           END-IF.                                                      00102700
           DISPLAY 'CYCLE CHECK PASSED - DATABASE AVAILABLE'.           00102800
      *-----------------------*                                         00102900
       0300-CHECK-CYCLE-END.                                            00103000
      *-----------------------*                                         00103100
           EXIT.                                                        00103200
                                                                        00103300
      *-----------------------*                                         00103400
       0310-READ-CYCCTL.                                                00103500
      *-----------------------*                                         00103600
           READ CYCCTL                                                  00103700
           END-READ.                                                    00103800
                                                                        00103900
           EVALUATE TRUE                                                00104000
             WHEN WS-CYC-FS = '00'                                      00104100
      *        the last QUIESCE record wins                             00104200
               IF CYC-PROGRAM = 'QUIESCE '                              00104300
                  IF CYC-STATUS = 'ACTIVE  '                            00104400
                     MOVE 'Y' TO WS-CYC-QUIESCED                        00104500
                  ELSE                                                  00104600
                     MOVE 'N' TO WS-CYC-QUIESCED                        00104700
                  END-IF                                                00104800
               END-IF                                                   00104900
      *        and so does the last balancing proof or sign-off         00105000
               IF CYC-PROGRAM = 'PBBAL   '                              00105100
                  IF CYC-STATUS = 'BREAK   '                            00105200
                     MOVE 'Y' TO WS-CYC-BAL-BREAK                       00105300
                  ELSE                                                  00105400
                     MOVE 'N' TO WS-CYC-BAL-BREAK                       00105500
                  END-IF                                                00105600
               END-IF                                                   00105700
             WHEN WS-CYC-FS = '10'                                      00105800
               SET WS-CYC-EOF TO TRUE                                   00105900
             WHEN OTHER                                                 00106000
      D        DISPLAY "ERROR READ FILE CYCCTL !!!: " WS-CYC-FS         00106100
               SET WS-CYC-EOF TO TRUE                                   00106200
           END-EVALUATE.                                                00106300
      *-----------------------*                                         00106400
       0310-READ-CYCCTL-END.                                            00106500
      *-----------------------*                                         00106600
           EXIT.                                                        00106700
                                                                        00106800
      *-----------------------*                                         00106900
       8960-STAMP-CYCLE.                                                00107000
      *-----------------------*                                         00107100
           OPEN EXTEND CYCCTL.                                          00107200
           IF WS-CYC-FS NOT = '00'                                      00107300
              OPEN OUTPUT CYCCTL                                        00107400
           END-IF.                                                      00107500
           IF WS-CYC-FS = '00'                                          00107600
              MOVE SPACE          TO CYC-CTL-REC                        00107700
              MOVE 'PANLEXT '     TO CYC-PROGRAM                        00107800
              ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD                    00107900
              ACCEPT WS-CYC-TIME FROM TIME                              00108000
              MOVE WS-CYC-TODAY   TO CYC-RUN-DATE                       00108100
              MOVE WS-CYC-TIME    TO CYC-RUN-TIME                       00108200
              MOVE 'COMPLETE'     TO CYC-STATUS                         00108300
              WRITE CYC-CTL-REC                                         00108400
              CLOSE CYCCTL                                              00108500
           ELSE                                                         00108600
              DISPLAY 'CYCCTL NOT AVAILABLE - NOT STAMPED: '            00108700
                 WS-CYC-FS                                              00108800
           END-IF.                                                      00108900
      *-----------------------*                                         00109000
       8960-STAMP-CYCLE-END.                                            00109100
      *-----------------------*                                         00109200
           EXIT.                                                        00109300
                                                                        00109400
      *-------------------*                                             00109500
       9999-ABEND.                                                      00109600
      *-------------------*                                             00109700
      D    DISPLAY "WE ARE IN ABEND".                                   00109800
      *    WE FORCE AN ABEND                                            00109900
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00110000
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00110100
           GOBACK.                                                      00110200
      *-------------------*                                             00110300
       9999-ABEND-END.                                                  00110400
      *-------------------*                                             00110500
           EXIT.                                                        00110600
