      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBNSF.                                               00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Traitement des cheques retournes (NSF). Lit l'avis         00000900
      *      d'effets retournes de la banque (RETIN), retrouve          00001000
      *      par la reference de remise le ou les segments PAYMENT      00001100
      *      postes par PBPAYMT ou PPAYPOST, et renverse chaque         00001200
      *      paiement: le PAYMENT d'origine reste en place, marque      00001300
      *      retourne (PAY-RETURNED = 'R' et date du retour), et un     00001400
      *      segment BILLING de type 'R' du meme montant est insere     00001500
      *      sous le patient, rattache a la facture d'origine           00001600
      *      (REFINVNO): le solde de la facture se rouvre sans          00001700
      *      qu'aucun paiement ne disparaisse. Les renversements        00001800
      *      partent a l'alimentation GL en classe NSFREV.              00001900
      *      Pour un cheque de patient, des frais NSF (carte de         00002000
      *      controle) sont emis en memo de debit 'D' au format         00002100
      *      ADJUST de PBCREA, et le patient est inscrit au             00002200
      *      fichier NSFHOLD: PPAYPOST refuse ses cheques jusqu'a       00002300
      *      la fin de la periode de retenue. Un effet introuvable,     00002400
      *      deja renverse ou dont le montant ne balance pas est        00002500
      *      liste en exception et force le code retour 4.              00002600
      *                                                                 00002700
      * Fichier entree: CTLCARD, date du retour (YYYYMMDD), frais       00002800
      *      NSF (99999V99) et jours de retenue des cheques (999)       00002900
      * Fichier entree: RETIN, effets retournes par la banque           00003000
      * Fichier INVCTL: sequence des numeros de facture (le meme        00003100
      *      fichier que PBCHARG/PBCREA)                                00003200
      * Fichier sortie: INVXREF, facture -> patient                     00003300
      * Fichier sortie: GLFDOUT, alimentation GL (classe NSFREV)        00003400
      * Fichier sortie: NSFADJ, memos de frais NSF pour PBCREA          00003500
      * Fichier sortie: NSFHOLD, retenues de cheques (PPAYPOST)         00003600
      * Fichier sortie: TCHLOG, patients touches (DBUNLDI)              00003700
      * Fichier sortie: NSFRPT, registre des effets retournes           00003800
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
           SELECT RET-IN ASSIGN TO RETIN                                00005200
           ORGANIZATION IS SEQUENTIAL                                   00005300
           FILE STATUS IS WS-RET-FS.                                    00005400
           SELECT INVCTL ASSIGN TO INVCTL                               00005500
           ORGANIZATION IS SEQUENTIAL                                   00005600
           FILE STATUS IS WS-INVCTL-FS.                                 00005700
           SELECT INVXREF ASSIGN TO INVXREF                             00005800
           ORGANIZATION IS SEQUENTIAL                                   00005900
           FILE STATUS IS WS-XRF-FS.                                    00006000
           SELECT CYCCTL ASSIGN TO CYCCTL                               00006100
           ORGANIZATION IS SEQUENTIAL                                   00006200
           FILE STATUS IS WS-CYC-FS.                                    00006300
           SELECT GLF-OUT ASSIGN TO GLFDOUT                             00006400
           ORGANIZATION IS SEQUENTIAL                                   00006500
           FILE STATUS IS WS-GLF-FS.                                    00006600
           SELECT PERCTL ASSIGN TO PERCTL                               00006700
           ORGANIZATION IS SEQUENTIAL                                   00006800
           FILE STATUS IS WS-PER-FS.                                    00006900
           SELECT TCHLOG ASSIGN TO TCHLOG                               00007000
           ORGANIZATION IS SEQUENTIAL                                   00007100
           FILE STATUS IS WS-TCH-FS.                                    00007200
           SELECT ADJ-OUT ASSIGN TO NSFADJ                              00007300
           ORGANIZATION IS SEQUENTIAL                                   00007400
           FILE STATUS IS WS-ADJ-FS.                                    00007500
           SELECT NSFHOLD ASSIGN TO NSFHOLD                             00007600
           ORGANIZATION IS SEQUENTIAL                                   00007700
           FILE STATUS IS WS-HLD-FS.                                    00007800
           SELECT RPT01-OUT ASSIGN TO NSFRPT                            00007900
           ORGANIZATION IS LINE SEQUENTIAL                              00008000
           FILE STATUS IS WS-RPT01-FS.                                  00008100
           SELECT CTLTOT ASSIGN TO CTLTOT                               00008200
           ORGANIZATION IS SEQUENTIAL                                   00008300
           FILE STATUS IS WS-CTT-FS.                                    00008400
      *----------------*                                                00008500
       DATA DIVISION.                                                   00008600
      *----------------*                                                00008700
       FILE SECTION.                                                    00008800
                                                                        00008900
       FD  CTLCARD RECORDING MODE F.                                    00009000
       01  CTL-CARD-REC.                                                00009100
           05 CTL-NSF-DATE              PIC X(08).                      00009200
           05 FILLER                    PIC X(01).                      00009300
           05 CTL-NSF-FEE               PIC X(07).                      00009400
           05 CTL-NSF-FEE-N REDEFINES CTL-NSF-FEE                       00009500
                                        PIC 9(05)V99.                   00009600
           05 FILLER                    PIC X(01).                      00009700
           05 CTL-HOLD-DAYS             PIC X(03).                      00009800
           05 CTL-HOLD-DAYS-N REDEFINES CTL-HOLD-DAYS                   00009900
                                        PIC 9(03).                      00010000
           05 FILLER                    PIC X(60).                      00010100
                                                                        00010200
      *    avis d'effets retournes de la banque: la reference de        00010300
      *    remise du depot d'origine et le montant retourne; la         00010400
      *    date du paiement et la facture, quand la banque les          00010500
      *    connait, restreignent la recherche                           00010600
       FD  RET-IN RECORDING MODE F.                                     00010700
       01  RET-REC.                                                     00010800
           05 RET-REFERENCE             PIC X(12).                      00010900
           05 FILLER                    PIC X(01).                      00011000
           05 RET-AMOUNT                PIC 9(07)V99.                   00011100
           05 FILLER                    PIC X(01).                      00011200
           05 RET-PAYDATE               PIC X(08).                      00011300
           05 FILLER                    PIC X(01).                      00011400
           05 RET-INVOICENO             PIC X(08).                      00011500
           05 FILLER                    PIC X(01).                      00011600
           05 RET-REASON                PIC X(03).                      00011700
           05 FILLER                    PIC X(36).                      00011800
                                                                        00011900
      *    invoice number sequence control file: last invoice           00012000
      *    number assigned by any BILLING create run, carried           00012100
      *    forward to the next run                                      00012200
       FD  INVCTL RECORDING MODE F.                                     00012300
       01  INVCTL-REC.                                                  00012400
           05 INVCTL-LAST-INVOICENO     PIC 9(08).                      00012500
           05 FILLER                    PIC X(72).                      00012600
                                                                        00012700
      *    invoice-to-patient cross reference, one record per           00012800
      *    invoice number assigned, so online inquiry can find          00012900
      *    the owning patient without scanning the database             00013000
       FD  INVXREF RECORDING MODE F.                                    00013100
       01  XRF-REC.                                                     00013200
           05 XRF-INVOICENO             PIC X(08).                      00013300
           05 XRF-PATIENID              PIC X(05).                      00013400
           05 FILLER                    PIC X(67).                      00013500
                                                                        00013600
      *    fichier de controle du cycle: un enregistrement par          00013700
      *    fin d'execution, consulte au demarrage pour verifier         00013800
      *    l'etat de quiesce de la base                                 00013900
       FD  CYCCTL RECORDING MODE F.                                     00014000
       01  CYC-CTL-REC.                                                 00014100
           05 CYC-PROGRAM       PIC X(08).                              00014200
           05 FILLER            PIC X(01).                              00014300
           05 CYC-RUN-DATE      PIC 9(08).                              00014400
           05 FILLER            PIC X(01).                              00014500
           05 CYC-RUN-TIME      PIC 9(08).                              00014600
           05 FILLER            PIC X(01).                              00014700
           05 CYC-STATUS        PIC X(08).                              00014800
           05 FILLER            PIC X(45).                              00014900
      *    alimentation GL: une ligne par mouvement d'argent cree       00015000
      *    ce soir, pour que PBGLEXT journalise depuis la preuve        00015100
      *    d'execution et non depuis BILLDATE                           00015200
       FD  GLF-OUT RECORDING MODE F.                                    00015300
       01  GLF-REC.                                                     00015400
           05 GLF-CLASS         PIC X(08).                              00015500
           05 FILLER            PIC X(01).                              00015600
           05 GLF-AMOUNT        PIC S9(7)V99.                           00015700
           05 FILLER            PIC X(01).                              00015800
           05 GLF-DATE          PIC 9(08).                              00015900
           05 FILLER            PIC X(53).                              00016000
      *    controle de periode comptable tenu par PBCLOSE               00016100
       FD  PERCTL RECORDING MODE F.                                     00016200
       01  PERCTL-REC.                                                  00016300
           05 PER-OPEN-PERIOD   PIC 9(06).                              00016400
           05 FILLER            PIC X(01).                              00016500
           05 PER-LAST-CLOSED   PIC 9(06).                              00016600
           05 FILLER            PIC X(01).                              00016700
           05 PER-CLOSE-DATE    PIC 9(08).                              00016800
           05 FILLER            PIC X(01).                              00016900
           05 PER-CLOSED-AR     PIC S9(11)V99.                          00017000
           05 FILLER            PIC X(44).                              00017100
      *    journal des patients touches: chaque programme qui           00017200
      *    modifie la base hors des traces du cycle nocturne y          00017300
      *    laisse le PATIENID, pour que le dechargement                 00017400
      *    incremental DBUNLDI selectionne aussi ces patients           00017500
       FD  TCHLOG RECORDING MODE F.                                     00017600
       01  TCH-REC.                                                     00017700
           05 TCH-PATIENID      PIC X(05).                              00017800
           05 FILLER            PIC X(01).                              00017900
           05 TCH-PGM           PIC X(08).                              00018000
           05 FILLER            PIC X(01).                              00018100
           05 TCH-DATE          PIC 9(08).                              00018200
           05 FILLER            PIC X(57).                              00018300
       FD  ADJ-OUT RECORDING MODE F.                                    00018400
       01  ADJ-OUT-DATA                 PIC X(80).                      00018500
      *    retenue des cheques d'un patient apres un effet              00018600
      *    retourne: PPAYPOST refuse le mode CK jusqu'a la date         00018700
      *    de fin incluse                                               00018800
       FD  NSFHOLD RECORDING MODE F.                                    00018900
       01  HLD-REC.                                                     00019000
           05 HLD-PATIENID      PIC X(05).                              00019100
           05 FILLER            PIC X(01).                              00019200
           05 HLD-FROM-DATE     PIC 9(08).                              00019300
           05 FILLER            PIC X(01).                              00019400
           05 HLD-UNTIL-DATE    PIC 9(08).                              00019500
           05 FILLER            PIC X(01).                              00019600
           05 HLD-REFERENCE     PIC X(12).                              00019700
           05 FILLER            PIC X(44).                              00019800
       FD  RPT01-OUT RECORDING MODE F.                                  00019900
       01  RPT01-OUT-REC                PIC X(80).                      00020000
      *    totaux de controle du cycle: un enregistrement par           00020100
      *    classe de mouvement et par execution, rapproches par PBBAL   00020200
       FD  CTLTOT RECORDING MODE F.                                     00020300
       01  CTT-REC.                                                     00020400
           05 CTT-PROGRAM       PIC X(08).                              00020500
           05 FILLER            PIC X(01).                              00020600
           05 CTT-CYCLE-DATE    PIC 9(08).                              00020700
           05 FILLER            PIC X(01).                              00020800
           05 CTT-TOTAL-ID      PIC X(08).                              00020900
           05 FILLER            PIC X(01).                              00021000
           05 CTT-COUNT         PIC 9(09).                              00021100
           05 FILLER            PIC X(01).                              00021200
           05 CTT-AMOUNT        PIC S9(11)V99.                          00021300
           05 FILLER            PIC X(01).                              00021400
           05 CTT-RUN-DATE      PIC 9(08).                              00021500
           05 FILLER            PIC X(01).                              00021600
           05 CTT-RUN-TIME      PIC 9(08).                              00021700
           05 FILLER            PIC X(12).                              00021800
                                                                        00021900
      *-----------------------*                                         00022000
       WORKING-STORAGE SECTION.                                         00022100
      *-----------------------*                                         00022200
       01 WS-COUNTERS.                                                  00022300
           05 WS-NO-ITEMS-READ             PIC 9(8).                    00022400
           05 WS-NO-PAY-SCANNED            PIC 9(8).                    00022500
           05 WS-NO-ITEMS-REVERSED         PIC 9(8).                    00022600
           05 WS-NO-PAY-REVERSED           PIC 9(8).                    00022700
           05 WS-NO-FEES                   PIC 9(8).                    00022800
           05 WS-NO-HOLDS                  PIC 9(8).                    00022900
           05 WS-NO-EXCEPTIONS             PIC 9(8).                    00023000
           05 WS-NO-REDATED                PIC 9(8).                    00023100
           05 WS-ADJ-PAT-RECS              PIC 9(7).                    00023200
                                                                        00023300
       01 WS-FILE-STATUS.                                               00023400
          05 WS-CTL-FS                 PIC X(2).                        00023500
          05 WS-RET-FS                 PIC X(2).                        00023600
          05 WS-INVCTL-FS              PIC X(2).                        00023700
          05 WS-XRF-FS                 PIC X(2).                        00023800
          05 WS-CYC-FS                 PIC X(2).                        00023900
          05 WS-GLF-FS                 PIC X(2).                        00024000
          05 WS-PER-FS                 PIC X(2).                        00024100
          05 WS-TCH-FS                 PIC X(2).                        00024200
          05 WS-ADJ-FS                 PIC X(2).                        00024300
          05 WS-HLD-FS                 PIC X(2).                        00024400
          05 WS-RPT01-FS               PIC X(2).                        00024500
          05 WS-CTT-FS                 PIC X(2).                        00024600
                                                                        00024700
       01 WS-RET-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00024800
          88 WS-RET-EOF                 VALUE 'TRUE'.                   00024900
                                                                        00025000
      *    parametres de la carte de controle                           00025100
       01 WS-NSF-DATE                   PIC X(08).                      00025200
       01 WS-NSF-FEE                    PIC 9(05)V99 VALUE 0.           00025300
       01 WS-HOLD-DAYS                  PIC 9(03) VALUE 0.              00025400
                                                                        00025500
      *    totaux du registre                                           00025600
       01 WS-TOT-RETURNED               PIC S9(11)V99 VALUE 0.          00025700
       01 WS-TOT-REVERSED               PIC S9(11)V99 VALUE 0.          00025800
       01 WS-TOT-FEES                   PIC S9(11)V99 VALUE 0.          00025900
       01 WS-TOT-EXCEPTION              PIC S9(11)V99 VALUE 0.          00026000
                                                                        00026100
      *    effets retournes charges en table au demarrage               00026200
       01 WS-RET-TABLE.                                                 00026300
          05 WS-RET-MAX         PIC 9(03) COMP VALUE 100.               00026400
          05 WS-RET-COUNT       PIC 9(03) COMP VALUE 0.                 00026500
          05 WS-RET-ENTRY OCCURS 100 TIMES INDEXED BY RET-IDX.          00026600
             10 WS-RT-REFERENCE   PIC X(12).                            00026700
             10 WS-RT-AMOUNT      PIC 9(07)V99.                         00026800
             10 WS-RT-PAYDATE     PIC X(08).                            00026900
             10 WS-RT-INVOICENO   PIC X(08).                            00027000
             10 WS-RT-REASON      PIC X(03).                            00027100
       01 WS-RET-SUB                    PIC 9(03) COMP VALUE 0.         00027200
                                                                        00027300
      *    paiements repondant a un effet, recueillis pendant le        00027400
      *    balayage GN puis renverses apres coup pour ne pas            00027500
      *    deplacer la position pendant la lecture                      00027600
       01 WS-MAT-TABLE.                                                 00027700
          05 WS-MAT-MAX         PIC 9(03) COMP VALUE 300.               00027800
          05 WS-MAT-COUNT       PIC 9(03) COMP VALUE 0.                 00027900
          05 WS-MAT-ENTRY OCCURS 300 TIMES INDEXED BY MAT-IDX.          00028000
             10 WS-MT-RET-SUB     PIC 9(03) COMP.                       00028100
             10 WS-MT-PATIENID    PIC X(05).                            00028200
             10 WS-MT-INVOICENO   PIC X(08).                            00028300
             10 WS-MT-FACILITY    PIC X(02).                            00028400
             10 WS-MT-PAYDATE     PIC X(08).                            00028500
             10 WS-MT-PAYAMT      PIC 9(07)V99.                         00028600
             10 WS-MT-PAYERCD     PIC X(08).                            00028700
             10 WS-MT-RETURNED    PIC X(01).                            00028800
       01 WS-MAT-SUB                    PIC 9(03) COMP VALUE 0.         00028900
                                                                        00029000
      *    facture courante du balayage                                 00029100
       01 WS-SCAN-INVOICENO             PIC X(08).                      00029200
       01 WS-SCAN-FACILITY              PIC X(02).                      00029300
                                                                        00029400
      *    bilan de l'effet en cours                                    00029500
       01 WS-ITM-MATCHES                PIC 9(03) COMP VALUE 0.         00029600
       01 WS-ITM-OPEN                   PIC 9(03) COMP VALUE 0.         00029700
       01 WS-ITM-SUM                    PIC S9(9)V99 VALUE 0.           00029800
       01 WS-ITM-PATIENID               PIC X(05).                      00029900
       01 WS-ITM-ONE-PAT-SW             PIC X(01) VALUE 'Y'.            00030000
          88 WS-ITM-ONE-PATIENT         VALUE 'Y'.                      00030100
       01 WS-ITM-PAYER-SW               PIC X(01) VALUE 'N'.            00030200
          88 WS-ITM-PAYER-ITEM          VALUE 'Y'.                      00030300
       01 WS-ITM-NOTE                   PIC X(24).                      00030400
      *    derniere facture de renversement creee pour l'effet,         00030500
      *    a laquelle le memo de frais est rattache                     00030600
       01 WS-ITM-REV-INVOICENO          PIC X(08).                      00030700
       01 WS-PAY-FOUND                  PIC X(01) VALUE 'N'.            00030800
          88 WS-PAY-HIT                 VALUE 'Y'.                      00030900
                                                                        00031000
      * next invoice number to assign, loaded from INVCTL at            00031100
      * start of run and written back at end of run                     00031200
       01 WS-NEXT-INVOICENO             PIC 9(08) VALUE ZERO.           00031300
                                                                        00031400
      *    premier jour du mois comptable ouvert: un renversement       00031500
      *    date d'un mois ferme y est reporte; sans PERCTL la           00031600
      *    valeur basse laisse chaque renversement a sa date            00031700
       01 WS-PER-OPEN-START             PIC X(08) VALUE LOW-VALUE.      00031800
       01 WS-PER-OPEN-START-R REDEFINES WS-PER-OPEN-START.              00031900
          05 WS-PER-OPEN-YYMM           PIC 9(06).                      00032000
          05 WS-PER-OPEN-DD             PIC X(02).                      00032100
                                                                        00032200
      *    controle d'enchainement du cycle: pas de renversement        00032300
      *    pendant que la base est en quiesce de maintenance, ni        00032400
      *    tant que le dernier balancement (PBBAL) est en bris          00032500
       01 WS-CYC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00032600
          88 WS-CYC-EOF                 VALUE 'TRUE'.                   00032700
       01 WS-CYC-TODAY                  PIC 9(08).                      00032800
       01 WS-GLF-TODAY                  PIC 9(08).                      00032900
       01 WS-CYC-TIME                   PIC 9(08).                      00033000
       01 WS-CYC-QUIESCED               PIC X(01) VALUE 'N'.            00033100
          88 WS-CYC-DB-QUIESCED         VALUE 'Y'.                      00033200
       01 WS-CYC-BAL-BREAK              PIC X(01) VALUE 'N'.            00033300
          88 WS-CYC-BALANCE-BROKEN      VALUE 'Y'.                      00033400
       01 WS-TCH-DATE                   PIC 9(08).                      00033500
                                                                        00033600
      *    total de controle en cours d'ecriture sur CTLTOT             00033700
       01 WS-CTT-TOTAL-ID               PIC X(08).                      00033800
       01 WS-CTT-COUNT                  PIC 9(09).                      00033900
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  00034000
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      00034100
       01 WS-CTT-TODAY                  PIC 9(08).                      00034200
       01 WS-CTT-TIME                   PIC 9(08).                      00034300
                                                                        00034400
      *    fin de la retenue: date du retour plus les jours de          00034500
      *    la carte, jour par jour sur le calendrier                    00034600
       01 WS-DAY-SUB                    PIC 9(03) COMP VALUE 0.         00034700
       01 WS-CAL-DATE.                                                  00034800
          05 WS-CAL-YYYY               PIC 9(04).                       00034900
          05 WS-CAL-MM                 PIC 9(02).                       00035000
          05 WS-CAL-DD                 PIC 9(02).                       00035100
       01 WS-CAL-DATE-N REDEFINES WS-CAL-DATE                           00035200
                                       PIC 9(08).                       00035300
       01 WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.          00035400
       01 WS-LEAP-QUOT                 PIC 9(04) COMP VALUE 0.          00035500
       01 WS-LEAP-R4                   PIC 9(04) COMP VALUE 0.          00035600
       01 WS-LEAP-R100                 PIC 9(04) COMP VALUE 0.          00035700
       01 WS-LEAP-R400                 PIC 9(04) COMP VALUE 0.          00035800
                                                                        00035900
      *    enregistrement de sortie au format FI01 de PBCREA            00036000
       01 WS-REC-FI01.                                                  00036100
          05 FI01-SEGMENT-TYPE         PIC X(08).                       00036200
          05 FILLER                    PIC X(01).                       00036300
          05 FI01-DATA                 PIC X(72).                       00036400
          05 FI01-DATA-PATIENT  REDEFINES FI01-DATA.                    00036500
             10 FI01-DATA-PATIENID     PIC X(05).                       00036600
             10 FILLER                 PIC X(67).                       00036700
          05 FI01-DATA-ADJUST   REDEFINES FI01-DATA.                    00036800
             10 FI01-ADJ-REFINVNO      PIC X(08).                       00036900
             10 FI01-ADJ-TYPE          PIC X(01).                       00037000
             10 FI01-ADJ-AMOUNT        PIC S9(7)V99.                    00037100
             10 FI01-ADJ-DATE          PIC X(08).                       00037200
             10 FILLER                 PIC X(46).                       00037300
          05 FI01-DATA-TRAILER  REDEFINES FI01-DATA.                    00037400
             10 FI01-TRL-PAT-CNT      PIC 9(07).                        00037500
             10 FI01-TRL-TRT-CNT      PIC 9(07).                        00037600
             10 FI01-TRL-BIL-CNT      PIC 9(07).                        00037700
             10 FI01-TRL-AMT-HASH     PIC S9(11)V99.                    00037800
             10 FILLER                 PIC X(38).                       00037900
                                                                        00038000
       01 WS-RPT-COUNTERS.                                              00038100
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00038200
           05 WS-RPT-PAGE-CNT           PIC 9(03) COMP.                 00038300
       01 WS-RPT-LINES-PER-PAGE         PIC 9(03) VALUE 50.             00038400
                                                                        00038500
       01 RPT-HEADER-1.                                                 00038600
           05 FILLER           PIC X(32) VALUE                          00038700
                'RETURNED ITEM REGISTER   DATE:  '.                     00038800
           05 RPT-H1-DATE      PIC X(08).                               00038900
           05 FILLER           PIC X(05) VALUE SPACE.                   00039000
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00039100
           05 RPT-H1-PAGE      PIC ZZZ9.                                00039200
           05 FILLER           PIC X(26) VALUE SPACE.                   00039300
       01 RPT-HEADER-2.                                                 00039400
           05 FILLER           PIC X(09) VALUE 'NSF FEE  '.             00039500
           05 RPT-H2-FEE       PIC ZZZZ9.99.                            00039600
           05 FILLER           PIC X(16) VALUE '   CHECK HOLD  '.       00039700
           05 RPT-H2-DAYS      PIC ZZ9.                                 00039800
           05 FILLER           PIC X(05) VALUE ' DAYS'.                 00039900
           05 FILLER           PIC X(39) VALUE SPACE.                   00040000
       01 RPT-HEADER-3.                                                 00040100
           05 FILLER           PIC X(14) VALUE 'REFERENCE'.             00040200
           05 FILLER           PIC X(04) VALUE 'RSN'.                   00040300
           05 FILLER           PIC X(13) VALUE '     RETURNED'.         00040400
           05 FILLER           PIC X(03) VALUE SPACE.                   00040500
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00040600
           05 FILLER           PIC X(40) VALUE 'NOTE'.                  00040700
       01 RPT-DETAIL-LINE.                                              00040800
           05 RPT-D-REFERENCE  PIC X(12).                               00040900
           05 FILLER           PIC X(02) VALUE SPACE.                   00041000
           05 RPT-D-REASON     PIC X(03).                               00041100
           05 FILLER           PIC X(01) VALUE SPACE.                   00041200
           05 RPT-D-AMOUNT     PIC -ZZZZZZZZ9.99.                       00041300
           05 FILLER           PIC X(03) VALUE SPACE.                   00041400
           05 RPT-D-PATIENTID  PIC X(05).                               00041500
           05 FILLER           PIC X(01) VALUE SPACE.                   00041600
           05 RPT-D-NOTE       PIC X(24).                               00041700
           05 FILLER           PIC X(16) VALUE SPACE.                   00041800
       01 RPT-PAYMENT-LINE.                                             00041900
           05 FILLER           PIC X(04) VALUE SPACE.                   00042000
           05 FILLER           PIC X(08) VALUE 'INVOICE '.              00042100
           05 RPT-P-INVOICENO  PIC X(08).                               00042200
           05 FILLER           PIC X(06) VALUE '  PAID'.                00042300
           05 RPT-P-PAYDATE    PIC X(09).                               00042400
           05 RPT-P-PAYAMT     PIC -ZZZZZZ9.99.                         00042500
           05 FILLER           PIC X(10) VALUE '  REVERSAL'.            00042600
           05 RPT-P-REVINVNO   PIC X(09).                               00042700
           05 FILLER           PIC X(15) VALUE SPACE.                   00042800
       01 RPT-COUNT-LINE.                                               00042900
           05 RPT-C-LABEL      PIC X(30).                               00043000
           05 RPT-C-CNT        PIC ZZZZZZZ9.                            00043100
           05 FILLER           PIC X(42) VALUE SPACE.                   00043200
       01 RPT-AMOUNT-LINE.                                              00043300
           05 RPT-A-LABEL      PIC X(30).                               00043400
           05 RPT-A-AMT        PIC -ZZZZZZZZZ9.99.                      00043500
           05 FILLER           PIC X(36) VALUE SPACE.                   00043600
                                                                        00043700
       01 QUAL-SSA-PATIENT.                                             00043800
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00043900
           05  FILLER      PIC X(01) VALUE '('.                         00044000
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00044100
           05  OPER        PIC X(02) VALUE 'EQ'.                        00044200
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00044300
           05  FILLER      PIC X(01) VALUE ')'.                         00044400
                                                                        00044500
       01 QUAL-SSA-BILLING.                                             00044600
           05  SEGNAME     PIC X(8) VALUE 'BILLING'.                    00044700
           05  FILLER      PIC X(1) VALUE '('.                          00044800
           05  FIELD-NAME  PIC X(8) VALUE 'INVOICEN'.                   00044900
           05  OPER        PIC X(2) VALUE 'EQ'.                         00045000
           05  FIELD-VAL   PIC X(8) VALUE SPACE.                        00045100
           05  FILLER      PIC X(1) VALUE ')'.                          00045200
                                                                        00045300
       01 UNQUAL-SSA-PATIENT.                                           00045400
           05 SEGMENT-NAME PIC X(8) VALUE 'PATIENT'.                    00045500
           05 FILLER  PIC X VALUE SPACE.                                00045600
                                                                        00045700
       01 UNQUAL-SSA-BILLING.                                           00045800
           05 SEGMENT-NAME PIC X(8) VALUE 'BILLING'.                    00045900
           05 FILLER PIC X VALUE SPACE.                                 00046000
                                                                        00046100
       01 UNQUAL-SSA-PAYMENT.                                           00046200
           05 SEGMENT-NAME PIC X(8) VALUE 'PAYMENT'.                    00046300
           05 FILLER PIC X VALUE SPACE.                                 00046400
                                                                        00046500
       01 DLI-FUNCTIONS.                                                00046600
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00046700
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00046800
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00046900
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00047000
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00047100
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00047200
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00047300
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00047400
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00047500
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00047600
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00047700
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00047800
                                                                        00047900
       01 SEG-IO-AREA     PIC X(60).                                    00048000
                                                                        00048100
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00048200
           05 WS-PATIENT-ID        PIC X(05).                           00048300
           05 FILLER                PIC X(55).                          00048400
                                                                        00048500
       01 WS-BILLING-READ-SEG REDEFINES SEG-IO-AREA.                    00048600
          05 WS-BR-INVOICENO   PIC X(08).                               00048700
          05 WS-BR-AMOUNT      PIC S9(7)V99.                            00048800
          05 WS-BR-BILLDATE    PIC X(08).                               00048900
          05 WS-BR-REFINVNO    PIC X(08).                               00049000
          05 WS-BR-TRANTYPE    PIC X(01).                               00049100
          05 WS-BR-FACILITY    PIC X(02).                               00049200
          05 FILLER            PIC X(24).                               00049300
                                                                        00049400
      * segment PAYMENT, enfant de BILLING                              00049500
       01 WS-PAYMENT-SEG.                                               00049600
          05 WS-PAYDATE      PIC X(08).                                 00049700
          05 WS-PAYAMT       PIC 9(07)V99.                              00049800
          05 WS-PAYMETH      PIC X(02).                                 00049900
          05 WS-PAYREF       PIC X(12).                                 00050000
          05 WS-PAY-FACILITY PIC X(02).                                 00050100
          05 WS-PAY-PAYERCD  PIC X(08).                                 00050200
      *    'R' once the bank has returned the item, with the            00050300
      *    date of the return                                           00050400
          05 WS-PAY-RETURNED PIC X(01).                                 00050500
             88 WS-PAY-IS-RETURNED VALUE 'R'.                           00050600
          05 WS-PAY-RETDATE  PIC X(08).                                 00050700
          05 FILLER          PIC X(10).                                 00050800
                                                                        00050900
       01 WS-DLI-FUNCTION PIC X(4).                                     00051000
                                                                        00051100
       01 WS-BILLING-SEG.                                               00051200
          05 WS-INVOICENO  PIC X(08).                                   00051300
          05 WS-AMOUNT     PIC S9(7)V99.                                00051400
          05 WS-BILLDATE   PIC X(08).                                   00051500
          05 WS-REFINVNO     PIC X(08).                                 00051600
          05 WS-TRANTYPE     PIC X(01).                                 00051700
          05 WS-BIL-FACILITY PIC X(02).                                 00051800
          05 WS-BIL-TRTNAME  PIC X(20).                                 00051900
          05 FILLER          PIC X(04).                                 00052000
                                                                        00052100
      *-----------------------*                                         00052200
       LINKAGE SECTION.                                                 00052300
      *-----------------------*                                         00052400
                                                                        00052500
      * psb to get and insert                                           00052600
        01 PCB-MASK-GI.                                                 00052700
           03 DBD-NAME        PIC X(8).                                 00052800
           03 SEG-LEVEL       PIC XX.                                   00052900
           03 STATUS-CODE     PIC XX.                                   00053000
           03 PROC-OPT        PIC X(4).                                 00053100
           03 FILLER          PIC X(4).                                 00053200
           03 SEG-NAME        PIC X(8).                                 00053300
           03 KEY-FDBK        PIC S9(5) COMP.                           00053400
           03 NUM-SENSEG      PIC S9(5) COMP.                           00053500
           03 KEY-FDBK-AREA.                                            00053600
              05 PATIENT-KEY    PIC X(5).                               00053700
              05 MEDICAL-KEY    PIC X(6).                               00053800
              05 DRUG-KEY       PIC X(8).                               00053900
              05 BILLING-KEY    PIC X(8).                               00054000
                                                                        00054100
      *-----------------------*                                         00054200
       PROCEDURE DIVISION.                                              00054300
      *-----------------------*                                         00054400
                                                                        00054500
           INITIALIZE PCB-MASK-GI.                                      00054600
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00054700
                                                                        00054800
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00054900
                                                                        00055000
      *    no reversal while the database is quiesced                   00055100
           PERFORM 0300-CHECK-CYCLE                                     00055200
              THRU 0300-CHECK-CYCLE-END.                                00055300
                                                                        00055400
           PERFORM 1000-INIT                                            00055500
              THRU 1000-INIT-END.                                       00055600
                                                                        00055700
           DISPLAY '1_____FIND THE RETURNED PAYMENTS ON THE DATABASE'.  00055800
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00055900
           PERFORM 4000-SCAN-PATIENT                                    00056000
              THRU 4000-SCAN-PATIENT-END                                00056100
              UNTIL STATUS-CODE NOT = SPACE.                            00056200
           DISPLAY 'MATCHING PAYMENTS FOUND: ' WS-MAT-COUNT.            00056300
                                                                        00056400
           DISPLAY '2_____REVERSE THE RETURNED ITEMS'.                  00056500
           PERFORM 5000-PROCESS-ITEM                                    00056600
              THRU 5000-PROCESS-ITEM-END                                00056700
              VARYING WS-RET-SUB FROM 1 BY 1                            00056800
              UNTIL WS-RET-SUB > WS-RET-COUNT.                          00056900
                                                                        00057000
           PERFORM 7000-WRITE-TOTALS                                    00057100
              THRU 7000-WRITE-TOTALS-END.                               00057200
                                                                        00057300
           PERFORM 8000-WRITE-ADJ-TRAILER                               00057400
              THRU 8000-WRITE-ADJ-TRAILER-END.                          00057500
                                                                        00057600
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00057700
           DISPLAY 'ITEMS READ       : ' WS-NO-ITEMS-READ.              00057800
           DISPLAY 'PAYMENTS SCANNED : ' WS-NO-PAY-SCANNED.             00057900
           DISPLAY 'ITEMS REVERSED   : ' WS-NO-ITEMS-REVERSED.          00058000
           DISPLAY 'PAYMENTS REVERSED: ' WS-NO-PAY-REVERSED.            00058100
           DISPLAY 'NSF FEES BILLED  : ' WS-NO-FEES.                    00058200
           DISPLAY 'CHECK HOLDS SET  : ' WS-NO-HOLDS.                   00058300
           DISPLAY 'EXCEPTIONS       : ' WS-NO-EXCEPTIONS.              00058400
           DISPLAY 'REDATED TO OPEN PERIOD: ' WS-NO-REDATED.            00058500
           DISPLAY 'TOTAL REVERSED   : ' WS-TOT-REVERSED.               00058600
           CLOSE GLF-OUT.                                               00058700
           CLOSE INVXREF.                                               00058800
           CLOSE TCHLOG.                                                00058900
           CLOSE ADJ-OUT.                                               00059000
           CLOSE NSFHOLD.                                               00059100
           CLOSE RPT01-OUT.                                             00059200
                                                                        00059300
      *    save the next invoice number for the following run           00059400
           OPEN OUTPUT INVCTL.                                          00059500
           MOVE WS-NEXT-INVOICENO TO INVCTL-LAST-INVOICENO.             00059600
           WRITE INVCTL-REC.                                            00059700
           CLOSE INVCTL.                                                00059800
                                                                        00059900
           IF WS-NO-EXCEPTIONS > 0                                      00060000
              MOVE 4 TO RETURN-CODE                                     00060100
           END-IF.                                                      00060200
                                                                        00060300
      *    tonight's reversals, proved against the GL by PBBAL          00060400
           MOVE 'NSFREV  '         TO WS-CTT-TOTAL-ID.                  00060500
           MOVE WS-NO-PAY-REVERSED TO WS-CTT-COUNT.                     00060600
           MOVE WS-TOT-REVERSED    TO WS-CTT-AMOUNT.                    00060700
           MOVE WS-GLF-TODAY       TO WS-CTT-CYCLE-DATE.                00060800
           PERFORM 8970-WRITE-CTLTOT                                    00060900
              THRU 8970-WRITE-CTLTOT-END.                               00061000
                                                                        00061100
           PERFORM 8960-STAMP-CYCLE                                     00061200
              THRU 8960-STAMP-CYCLE-END.                                00061300
                                                                        00061400
           GOBACK.                                                      00061500
                                                                        00061600
      *------------*                                                    00061700
       1000-INIT.                                                       00061800
      *------------*                                                    00061900
           DISPLAY "***** INIT PROCESS *****".                          00062000
                                                                        00062100
           MOVE SPACE TO WS-FILE-STATUS.                                00062200
           MOVE ZEROES TO WS-COUNTERS.                                  00062300
           INITIALIZE WS-RPT-COUNTERS.                                  00062400
                                                                        00062500
           OPEN INPUT CTLCARD.                                          00062600
                                                                        00062700
           IF WS-CTL-FS NOT = "00"                                      00062800
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00062900
             PERFORM 9999-ABEND                                         00063000
                THRU 9999-ABEND-END                                     00063100
           END-IF.                                                      00063200
                                                                        00063300
           READ CTLCARD INTO CTL-CARD-REC                               00063400
              AT END                                                    00063500
      D         DISPLAY "CTLCARD IS EMPTY - NO RETURN DATE SUPPLIED"    00063600
                PERFORM 9999-ABEND                                      00063700
                   THRU 9999-ABEND-END                                  00063800
           END-READ.                                                    00063900
                                                                        00064000
           MOVE CTL-NSF-DATE TO WS-NSF-DATE.                            00064100
           CLOSE CTLCARD.                                               00064200
                                                                        00064300
           IF WS-NSF-DATE NOT NUMERIC                                   00064400
              DISPLAY 'CTLCARD RETURN DATE NOT NUMERIC: ' WS-NSF-DATE   00064500
              PERFORM 9999-ABEND                                        00064600
                 THRU 9999-ABEND-END                                    00064700
           END-IF.                                                      00064800
                                                                        00064900
      *    no default fee or hold: finance signs off on the card        00065000
           IF CTL-NSF-FEE NOT NUMERIC OR CTL-HOLD-DAYS NOT NUMERIC      00065100
              DISPLAY 'CTLCARD NSF FEE OR HOLD DAYS NOT NUMERIC: '      00065200
                 CTL-NSF-FEE ' ' CTL-HOLD-DAYS                          00065300
              PERFORM 9999-ABEND                                        00065400
                 THRU 9999-ABEND-END                                    00065500
           END-IF.                                                      00065600
           MOVE CTL-NSF-FEE-N   TO WS-NSF-FEE.                          00065700
           MOVE CTL-HOLD-DAYS-N TO WS-HOLD-DAYS.                        00065800
           DISPLAY 'NSF FEE : ' WS-NSF-FEE                              00065900
              '  CHECK HOLD DAYS: ' WS-HOLD-DAYS.                       00066000
                                                                        00066100
      *    the bank's returned items, loaded into their table           00066200
           OPEN INPUT RET-IN.                                           00066300
           IF WS-RET-FS NOT = '00'                                      00066400
      D       DISPLAY "ERROR OPEN FILE RETIN: " WS-RET-FS               00066500
              PERFORM 9999-ABEND                                        00066600
                 THRU 9999-ABEND-END                                    00066700
           END-IF.                                                      00066800
           PERFORM 1100-LOAD-RETURNS                                    00066900
              THRU 1100-LOAD-RETURNS-END                                00067000
              UNTIL WS-RET-EOF.                                         00067100
           CLOSE RET-IN.                                                00067200
           DISPLAY 'RETURNED ITEMS LOADED: ' WS-RET-COUNT.              00067300
                                                                        00067400
      *    the open accounting period: no reversal is dated into        00067500
      *    a month finance has already closed                           00067600
           OPEN INPUT PERCTL.                                           00067700
           IF WS-PER-FS = '00'                                          00067800
              READ PERCTL                                               00067900
                 AT END                                                 00068000
                    DISPLAY 'PERCTL EMPTY - NO PERIOD LOCK'             00068100
                 NOT AT END                                             00068200
                    MOVE PER-OPEN-PERIOD TO WS-PER-OPEN-YYMM            00068300
                    MOVE '01'            TO WS-PER-OPEN-DD              00068400
                    DISPLAY 'OPEN PERIOD STARTS: ' WS-PER-OPEN-START    00068500
              END-READ                                                  00068600
              CLOSE PERCTL                                              00068700
           ELSE                                                         00068800
              DISPLAY 'PERCTL NOT AVAILABLE - NO PERIOD LOCK'           00068900
           END-IF.                                                      00069000
                                                                        00069100
      *    load the next invoice number to assign from INVCTL           00069200
           OPEN INPUT INVCTL.                                           00069300
           IF WS-INVCTL-FS = '00'                                       00069400
              READ INVCTL                                               00069500
                 AT END                                                 00069600
                    DISPLAY 'INVCTL EMPTY - STARTING INVOICE SEQ AT 1'  00069700
                 NOT AT END                                             00069800
                    MOVE INVCTL-LAST-INVOICENO TO WS-NEXT-INVOICENO     00069900
              END-READ                                                  00070000
              CLOSE INVCTL                                              00070100
           ELSE                                                         00070200
              DISPLAY 'INVCTL NOT AVAILABLE - STARTING INVOICE SEQ AT 1'00070300
           END-IF.                                                      00070400
                                                                        00070500
           OPEN OUTPUT GLF-OUT.                                         00070600
           IF WS-GLF-FS NOT = '00'                                      00070700
      D       DISPLAY "ERROR OPEN FILE GLFDOUT: " WS-GLF-FS             00070800
              PERFORM 9999-ABEND                                        00070900
                 THRU 9999-ABEND-END                                    00071000
           END-IF.                                                      00071100
           ACCEPT WS-GLF-TODAY FROM DATE YYYYMMDD.                      00071200
                                                                        00071300
      *    cross reference, touched-patient journal and check           00071400
      *    holds grow run over run - extend them, or create them        00071500
      *    on the very first execution                                  00071600
           OPEN EXTEND INVXREF.                                         00071700
           IF WS-XRF-FS NOT = '00'                                      00071800
              OPEN OUTPUT INVXREF                                       00071900
           END-IF.                                                      00072000
           OPEN EXTEND TCHLOG.                                          00072100
           IF WS-TCH-FS NOT = '00'                                      00072200
              OPEN OUTPUT TCHLOG                                        00072300
           END-IF.                                                      00072400
           OPEN EXTEND NSFHOLD.                                         00072500
           IF WS-HLD-FS NOT = '00'                                      00072600
              OPEN OUTPUT NSFHOLD                                       00072700
           END-IF.                                                      00072800
                                                                        00072900
           OPEN OUTPUT ADJ-OUT.                                         00073000
           OPEN OUTPUT RPT01-OUT.                                       00073100
           PERFORM 4110-WRITE-HEADERS                                   00073200
              THRU 4110-WRITE-HEADERS-END.                              00073300
                                                                        00073400
           DISPLAY "***** FIN INIT PROCESS *****".                      00073500
                                                                        00073600
      *----------------*                                                00073700
       1000-INIT-END.                                                   00073800
      *----------------*                                                00073900
           EXIT.                                                        00074000
                                                                        00074100
      *-----------------------*                                         00074200
       1100-LOAD-RETURNS.                                               00074300
      *-----------------------*                                         00074400
           READ RET-IN                                                  00074500
           END-READ.                                                    00074600
                                                                        00074700
           EVALUATE TRUE                                                00074800
             WHEN WS-RET-FS = '00'                                      00074900
               ADD 1 TO WS-NO-ITEMS-READ                                00075000
               IF RET-REFERENCE = SPACE OR RET-AMOUNT NOT NUMERIC       00075100
                  DISPLAY 'RETURNED ITEM UNUSABLE - DROPPED: ' RET-REC  00075200
                  ADD 1 TO WS-NO-EXCEPTIONS                             00075300
               ELSE                                                     00075400
                  IF WS-RET-COUNT < WS-RET-MAX                          00075500
                     ADD 1 TO WS-RET-COUNT                              00075600
                     SET RET-IDX TO WS-RET-COUNT                        00075700
                     MOVE RET-REFERENCE TO WS-RT-REFERENCE (RET-IDX)    00075800
                     MOVE RET-AMOUNT    TO WS-RT-AMOUNT (RET-IDX)       00075900
                     MOVE RET-PAYDATE   TO WS-RT-PAYDATE (RET-IDX)      00076000
                     MOVE RET-INVOICENO TO WS-RT-INVOICENO (RET-IDX)    00076100
                     MOVE RET-REASON    TO WS-RT-REASON (RET-IDX)       00076200
                     ADD RET-AMOUNT TO WS-TOT-RETURNED                  00076300
                  ELSE                                                  00076400
                     DISPLAY 'RETURN TABLE FULL - ITEM DROPPED: '       00076500
                        RET-REFERENCE                                   00076600
                     ADD 1 TO WS-NO-EXCEPTIONS                          00076700
                  END-IF                                                00076800
               END-IF                                                   00076900
             WHEN WS-RET-FS = '10'                                      00077000
               SET WS-RET-EOF TO TRUE                                   00077100
             WHEN OTHER                                                 00077200
      D        DISPLAY "ERROR READ FILE RETIN !!!: " WS-RET-FS          00077300
               PERFORM 9999-ABEND                                       00077400
                  THRU 9999-ABEND-END                                   00077500
           END-EVALUATE.                                                00077600
      *-----------------------*                                         00077700
       1100-LOAD-RETURNS-END.                                           00077800
      *-----------------------*                                         00077900
           EXIT.                                                        00078000
                                                                        00078100
      *----------------------*                                          00078200
       4000-SCAN-PATIENT.                                               00078300
      *----------------------*                                          00078400
                                                                        00078500
           INITIALIZE SEG-IO-AREA.                                      00078600
                                                                        00078700
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00078800
                                PCB-MASK-GI,                            00078900
                                SEG-IO-AREA,                            00079000
                                UNQUAL-SSA-PATIENT.                     00079100
                                                                        00079200
           IF STATUS-CODE = '  '                                        00079300
                MOVE WS-PATIENT-ID TO FIELD-VAL OF QUAL-SSA-PATIENT     00079400
                                                                        00079500
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00079600
                PERFORM 4100-SCAN-BILLING                               00079700
                   THRU 4100-SCAN-BILLING-END                           00079800
                   UNTIL STATUS-CODE NOT = SPACE                        00079900
                                                                        00080000
      *         re-establish position on the patient so the next        00080100
      *         unqualified GN steps to the following root              00080200
                MOVE DLI-GU TO WS-DLI-FUNCTION                          00080300
                CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                   00080400
                                     PCB-MASK-GI,                       00080500
                                     SEG-IO-AREA,                       00080600
                                     QUAL-SSA-PATIENT                   00080700
                                                                        00080800
                MOVE DLI-GN TO WS-DLI-FUNCTION                          00080900
           ELSE                                                         00081000
      D         DISPLAY 'END OF PATIENT SCAN :' STATUS-CODE             00081100
           END-IF.                                                      00081200
                                                                        00081300
      *----------------------*                                          00081400
       4000-SCAN-PATIENT-END.                                           00081500
      *----------------------*                                          00081600
           EXIT.                                                        00081700
                                                                        00081800
      *-----------------------------------*                             00081900
       4100-SCAN-BILLING.                                               00082000
      *-----------------------------------*                             00082100
                                                                        00082200
           INITIALIZE SEG-IO-AREA.                                      00082300
                                                                        00082400
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00082500
                                PCB-MASK-GI,                            00082600
                                SEG-IO-AREA,                            00082700
                                QUAL-SSA-PATIENT,                       00082800
                                UNQUAL-SSA-BILLING.                     00082900
                                                                        00083000
           IF STATUS-CODE = '  '                                        00083100
              MOVE WS-BR-INVOICENO TO WS-SCAN-INVOICENO                 00083200
              MOVE WS-BR-FACILITY  TO WS-SCAN-FACILITY                  00083300
              PERFORM 4130-MATCH-PAYMENTS                               00083400
                 THRU 4130-MATCH-PAYMENTS-END                           00083500
                 UNTIL STATUS-CODE NOT = SPACE                          00083600
              MOVE '  ' TO STATUS-CODE                                  00083700
           END-IF.                                                      00083800
                                                                        00083900
      *-----------------------------------*                             00084000
       4100-SCAN-BILLING-END.                                           00084100
      *-----------------------------------*                             00084200
           EXIT.                                                        00084300
                                                                        00084400
      *-------------------------*                                       00084500
       4110-WRITE-HEADERS.                                              00084600
      *-------------------------*                                       00084700
           ADD 1 TO WS-RPT-PAGE-CNT.                                    00084800
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE.                         00084900
           MOVE WS-NSF-DATE     TO RPT-H1-DATE.                         00085000
           MOVE WS-NSF-FEE      TO RPT-H2-FEE.                          00085100
           MOVE WS-HOLD-DAYS    TO RPT-H2-DAYS.                         00085200
           MOVE ZERO TO WS-RPT-LINE-CNT.                                00085300
           IF WS-RPT-PAGE-CNT = 1                                       00085400
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00085500
           ELSE                                                         00085600
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00085700
                 AFTER ADVANCING PAGE                                   00085800
           END-IF.                                                      00085900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00086000
              AFTER ADVANCING 1 LINE.                                   00086100
           WRITE RPT01-OUT-REC FROM RPT-HEADER-3                        00086200
              AFTER ADVANCING 2 LINES.                                  00086300
           ADD 3 TO WS-RPT-LINE-CNT.                                    00086400
      *-------------------------*                                       00086500
       4110-WRITE-HEADERS-END.                                          00086600
      *-------------------------*                                       00086700
           EXIT.                                                        00086800
                                                                        00086900
      *-------------------------*                                       00087000
       4130-MATCH-PAYMENTS.                                             00087100
      *-------------------------*                                       00087200
      *    GNP under the invoice just read walks its payments only      00087300
           INITIALIZE SEG-IO-AREA.                                      00087400
           CALL 'CBLTDLI' USING DLI-GNP,                                00087500
                                PCB-MASK-GI,                            00087600
                                SEG-IO-AREA,                            00087700
                                UNQUAL-SSA-PAYMENT.                     00087800
                                                                        00087900
           IF STATUS-CODE = '  '                                        00088000
              MOVE SEG-IO-AREA TO WS-PAYMENT-SEG                        00088100
              ADD 1 TO WS-NO-PAY-SCANNED                                00088200
              PERFORM 4140-MATCH-ONE-ITEM                               00088300
                 THRU 4140-MATCH-ONE-ITEM-END                           00088400
                 VARYING WS-RET-SUB FROM 1 BY 1                         00088500
                 UNTIL WS-RET-SUB > WS-RET-COUNT                        00088600
           END-IF.                                                      00088700
      *-------------------------*                                       00088800
       4130-MATCH-PAYMENTS-END.                                         00088900
      *-------------------------*                                       00089000
           EXIT.                                                        00089100
                                                                        00089200
      *-------------------------*                                       00089300
       4140-MATCH-ONE-ITEM.                                             00089400
      *-------------------------*                                       00089500
      *    the remittance reference identifies the deposit; the         00089600
      *    invoice and the payment date, when the bank gives them,      00089700
      *    narrow a reference shared by several checks                  00089800
           SET RET-IDX TO WS-RET-SUB.                                   00089900
           IF WS-PAYREF NOT = WS-RT-REFERENCE (RET-IDX)                 00090000
              GO TO 4140-MATCH-ONE-ITEM-END                             00090100
           END-IF.                                                      00090200
           IF WS-RT-INVOICENO (RET-IDX) NOT = SPACE                     00090300
              AND WS-RT-INVOICENO (RET-IDX) NOT = WS-SCAN-INVOICENO     00090400
              GO TO 4140-MATCH-ONE-ITEM-END                             00090500
           END-IF.                                                      00090600
           IF WS-RT-PAYDATE (RET-IDX) NOT = SPACE                       00090700
              AND WS-RT-PAYDATE (RET-IDX) NOT = WS-PAYDATE              00090800
              GO TO 4140-MATCH-ONE-ITEM-END                             00090900
           END-IF.                                                      00091000
                                                                        00091100
           IF WS-MAT-COUNT < WS-MAT-MAX                                 00091200
              ADD 1 TO WS-MAT-COUNT                                     00091300
              SET MAT-IDX TO WS-MAT-COUNT                               00091400
              MOVE WS-RET-SUB        TO WS-MT-RET-SUB (MAT-IDX)         00091500
              MOVE FIELD-VAL OF QUAL-SSA-PATIENT                        00091600
                                     TO WS-MT-PATIENID (MAT-IDX)        00091700
              MOVE WS-SCAN-INVOICENO TO WS-MT-INVOICENO (MAT-IDX)       00091800
              MOVE WS-SCAN-FACILITY  TO WS-MT-FACILITY (MAT-IDX)        00091900
              MOVE WS-PAYDATE        TO WS-MT-PAYDATE (MAT-IDX)         00092000
              MOVE WS-PAYAMT         TO WS-MT-PAYAMT (MAT-IDX)          00092100
              MOVE WS-PAY-PAYERCD    TO WS-MT-PAYERCD (MAT-IDX)         00092200
              MOVE WS-PAY-RETURNED   TO WS-MT-RETURNED (MAT-IDX)        00092300
           ELSE                                                         00092400
              DISPLAY 'MATCH TABLE FULL - PAYMENT DROPPED: '            00092500
                 WS-SCAN-INVOICENO ' ' WS-PAYREF                        00092600
           END-IF.                                                      00092700
      *-------------------------*                                       00092800
       4140-MATCH-ONE-ITEM-END.                                         00092900
      *-------------------------*                                       00093000
           EXIT.                                                        00093100
                                                                        00093200
      *-----------------------*                                         00093300
       5000-PROCESS-ITEM.                                               00093400
      *-----------------------*                                         00093500
           SET RET-IDX TO WS-RET-SUB.                                   00093600
           MOVE ZERO  TO WS-ITM-MATCHES.                                00093700
           MOVE ZERO  TO WS-ITM-OPEN.                                   00093800
           MOVE ZERO  TO WS-ITM-SUM.                                    00093900
           MOVE SPACE TO WS-ITM-PATIENID.                               00094000
           MOVE SPACE TO WS-ITM-REV-INVOICENO.                          00094100
           MOVE 'Y'   TO WS-ITM-ONE-PAT-SW.                             00094200
           MOVE 'N'   TO WS-ITM-PAYER-SW.                               00094300
           PERFORM 5010-TALLY-MATCH                                     00094400
              THRU 5010-TALLY-MATCH-END                                 00094500
              VARYING WS-MAT-SUB FROM 1 BY 1                            00094600
              UNTIL WS-MAT-SUB > WS-MAT-COUNT.                          00094700
                                                                        00094800
      *    nothing is reversed unless the item ties out exactly:        00094900
      *    a partial match would leave the balance half right           00095000
           EVALUATE TRUE                                                00095100
             WHEN WS-ITM-MATCHES = ZERO                                 00095200
               MOVE 'PAYMENT NOT FOUND' TO WS-ITM-NOTE                  00095300
             WHEN WS-ITM-OPEN = ZERO                                    00095400
               MOVE 'ALREADY REVERSED' TO WS-ITM-NOTE                   00095500
             WHEN WS-ITM-SUM NOT = WS-RT-AMOUNT (RET-IDX)               00095600
               MOVE 'AMOUNT MISMATCH' TO WS-ITM-NOTE                    00095700
             WHEN OTHER                                                 00095800
               MOVE SPACE TO WS-ITM-NOTE                                00095900
           END-EVALUATE.                                                00096000
                                                                        00096100
           IF WS-ITM-NOTE NOT = SPACE                                   00096200
              DISPLAY 'RETURNED ITEM NOT REVERSED: '                    00096300
                 WS-RT-REFERENCE (RET-IDX) ' ' WS-ITM-NOTE              00096400
              ADD 1 TO WS-NO-EXCEPTIONS                                 00096500
              ADD WS-RT-AMOUNT (RET-IDX) TO WS-TOT-EXCEPTION            00096600
              PERFORM 4120-WRITE-DETAIL                                 00096700
                 THRU 4120-WRITE-DETAIL-END                             00096800
              GO TO 5000-PROCESS-ITEM-END                               00096900
           END-IF.                                                      00097000
                                                                        00097100
           PERFORM 5100-REVERSE-MATCH                                   00097200
              THRU 5100-REVERSE-MATCH-END                               00097300
              VARYING WS-MAT-SUB FROM 1 BY 1                            00097400
              UNTIL WS-MAT-SUB > WS-MAT-COUNT.                          00097500
           IF WS-ITM-REV-INVOICENO = SPACE                              00097600
              MOVE 'NOT REVERSED - SEE LOG' TO WS-ITM-NOTE              00097700
              ADD 1 TO WS-NO-EXCEPTIONS                                 00097800
              ADD WS-RT-AMOUNT (RET-IDX) TO WS-TOT-EXCEPTION            00097900
              PERFORM 4120-WRITE-DETAIL                                 00098000
                 THRU 4120-WRITE-DETAIL-END                             00098100
              GO TO 5000-PROCESS-ITEM-END                               00098200
           END-IF.                                                      00098300
           ADD 1 TO WS-NO-ITEMS-REVERSED.                               00098400
                                                                        00098500
      *    the fee and the check hold are the patient's: a payer        00098600
      *    remittance, or one deposit spread over several               00098700
      *    patients, is reversed but charged to nobody                  00098800
           EVALUATE TRUE                                                00098900
             WHEN WS-ITM-PAYER-ITEM                                     00099000
               MOVE 'PAYER ITEM - NO FEE' TO WS-ITM-NOTE                00099100
             WHEN NOT WS-ITM-ONE-PATIENT                                00099200
               MOVE 'SEVERAL PATIENTS - NO FEE' TO WS-ITM-NOTE          00099300
             WHEN OTHER                                                 00099400
               MOVE 'REVERSED' TO WS-ITM-NOTE                           00099500
               IF WS-NSF-FEE > ZERO                                     00099600
                  PERFORM 5300-WRITE-FEE-MEMO                           00099700
                     THRU 5300-WRITE-FEE-MEMO-END                       00099800
               END-IF                                                   00099900
               IF WS-HOLD-DAYS > ZERO                                   00100000
                  PERFORM 5400-WRITE-HOLD                               00100100
                     THRU 5400-WRITE-HOLD-END                           00100200
               END-IF                                                   00100300
           END-EVALUATE.                                                00100400
           PERFORM 4120-WRITE-DETAIL                                    00100500
              THRU 4120-WRITE-DETAIL-END.                               00100600
      *-----------------------*                                         00100700
       5000-PROCESS-ITEM-END.                                           00100800
      *-----------------------*                                         00100900
           EXIT.                                                        00101000
                                                                        00101100
      *-----------------------*                                         00101200
       5010-TALLY-MATCH.                                                00101300
      *-----------------------*                                         00101400
           SET MAT-IDX TO WS-MAT-SUB.                                   00101500
           IF WS-MT-RET-SUB (MAT-IDX) NOT = WS-RET-SUB                  00101600
              GO TO 5010-TALLY-MATCH-END                                00101700
           END-IF.                                                      00101800
           ADD 1 TO WS-ITM-MATCHES.                                     00101900
           IF WS-MT-RETURNED (MAT-IDX) = 'R'                            00102000
              GO TO 5010-TALLY-MATCH-END                                00102100
           END-IF.                                                      00102200
           ADD 1 TO WS-ITM-OPEN.                                        00102300
           ADD WS-MT-PAYAMT (MAT-IDX) TO WS-ITM-SUM.                    00102400
           IF WS-ITM-PATIENID = SPACE                                   00102500
              MOVE WS-MT-PATIENID (MAT-IDX) TO WS-ITM-PATIENID          00102600
           ELSE                                                         00102700
              IF WS-MT-PATIENID (MAT-IDX) NOT = WS-ITM-PATIENID         00102800
                 MOVE 'N' TO WS-ITM-ONE-PAT-SW                          00102900
              END-IF                                                    00103000
           END-IF.                                                      00103100
           IF WS-MT-PAYERCD (MAT-IDX) NOT = SPACE                       00103200
              MOVE 'Y' TO WS-ITM-PAYER-SW                               00103300
           END-IF.                                                      00103400
      *-----------------------*                                         00103500
       5010-TALLY-MATCH-END.                                            00103600
      *-----------------------*                                         00103700
           EXIT.                                                        00103800
                                                                        00103900
      *-------------------------*                                       00104000
       4120-WRITE-DETAIL.                                               00104100
      *-------------------------*                                       00104200
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00104300
              PERFORM 4110-WRITE-HEADERS                                00104400
                 THRU 4110-WRITE-HEADERS-END                            00104500
           END-IF.                                                      00104600
           MOVE WS-RT-REFERENCE (RET-IDX) TO RPT-D-REFERENCE.           00104700
           MOVE WS-RT-REASON (RET-IDX)    TO RPT-D-REASON.              00104800
           MOVE WS-RT-AMOUNT (RET-IDX)    TO RPT-D-AMOUNT.              00104900
           MOVE WS-ITM-PATIENID           TO RPT-D-PATIENTID.           00105000
           MOVE WS-ITM-NOTE               TO RPT-D-NOTE.                00105100
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00105200
              AFTER ADVANCING 1 LINE.                                   00105300
           ADD 1 TO WS-RPT-LINE-CNT.                                    00105400
      *-------------------------*                                       00105500
       4120-WRITE-DETAIL-END.                                           00105600
      *-------------------------*                                       00105700
           EXIT.                                                        00105800
                                                                        00105900
      *-------------------------*                                       00106000
       4125-WRITE-PAYMENT-LINE.                                         00106100
      *-------------------------*                                       00106200
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00106300
              PERFORM 4110-WRITE-HEADERS                                00106400
                 THRU 4110-WRITE-HEADERS-END                            00106500
           END-IF.                                                      00106600
           MOVE WS-MT-INVOICENO (MAT-IDX) TO RPT-P-INVOICENO.           00106700
           MOVE WS-MT-PAYDATE (MAT-IDX)   TO RPT-P-PAYDATE.             00106800
           MOVE WS-MT-PAYAMT (MAT-IDX)    TO RPT-P-PAYAMT.              00106900
           MOVE WS-INVOICENO              TO RPT-P-REVINVNO.            00107000
           WRITE RPT01-OUT-REC FROM RPT-PAYMENT-LINE                    00107100
              AFTER ADVANCING 1 LINE.                                   00107200
           ADD 1 TO WS-RPT-LINE-CNT.                                    00107300
      *-------------------------*                                       00107400
       4125-WRITE-PAYMENT-LINE-END.                                     00107500
      *-------------------------*                                       00107600
           EXIT.                                                        00107700
                                                                        00107800
      *-----------------------*                                         00107900
       5100-REVERSE-MATCH.                                              00108000
      *-----------------------*                                         00108100
           SET MAT-IDX TO WS-MAT-SUB.                                   00108200
           IF WS-MT-RET-SUB (MAT-IDX) NOT = WS-RET-SUB                  00108300
              OR WS-MT-RETURNED (MAT-IDX) = 'R'                         00108400
              GO TO 5100-REVERSE-MATCH-END                              00108500
           END-IF.                                                      00108600
                                                                        00108700
      *    position on the paid invoice, then walk its payments         00108800
      *    with hold to find the one the bank returned                  00108900
           MOVE WS-MT-PATIENID (MAT-IDX)  TO FIELD-VAL                  00109000
                                             OF QUAL-SSA-PATIENT.       00109100
           MOVE WS-MT-INVOICENO (MAT-IDX) TO FIELD-VAL                  00109200
                                             OF QUAL-SSA-BILLING.       00109300
           INITIALIZE SEG-IO-AREA.                                      00109400
           CALL 'CBLTDLI' USING DLI-GU,                                 00109500
                                PCB-MASK-GI,                            00109600
                                SEG-IO-AREA,                            00109700
                                QUAL-SSA-PATIENT,                       00109800
                                QUAL-SSA-BILLING.                       00109900
           IF STATUS-CODE NOT = '  '                                    00110000
              DISPLAY 'PAID INVOICE NOT FOUND: '                        00110100
                 WS-MT-INVOICENO (MAT-IDX) ' STATUS ' STATUS-CODE       00110200
              GO TO 5100-REVERSE-MATCH-END                              00110300
           END-IF.                                                      00110400
                                                                        00110500
           MOVE 'N' TO WS-PAY-FOUND.                                    00110600
           PERFORM 5110-FIND-PAYMENT                                    00110700
              THRU 5110-FIND-PAYMENT-END                                00110800
              UNTIL WS-PAY-HIT OR STATUS-CODE NOT = SPACE.              00110900
           IF NOT WS-PAY-HIT                                            00111000
              DISPLAY 'RETURNED PAYMENT NOT FOUND UNDER: '              00111100
                 WS-MT-INVOICENO (MAT-IDX) ' STATUS ' STATUS-CODE       00111200
              GO TO 5100-REVERSE-MATCH-END                              00111300
           END-IF.                                                      00111400
                                                                        00111500
      *    the reversal goes in first: the payment is only flagged      00111600
      *    returned once the balance it paid has been reopened, so      00111700
      *    a failed insert leaves the item whole for the rerun          00111800
           PERFORM 5120-INSERT-REVERSAL                                 00111900
              THRU 5120-INSERT-REVERSAL-END.                            00112000
                                                                        00112100
      *    the insert lost the hold: walk back to the payment           00112200
           INITIALIZE SEG-IO-AREA.                                      00112300
           CALL 'CBLTDLI' USING DLI-GU,                                 00112400
                                PCB-MASK-GI,                            00112500
                                SEG-IO-AREA,                            00112600
                                QUAL-SSA-PATIENT,                       00112700
                                QUAL-SSA-BILLING.                       00112800
           MOVE 'N' TO WS-PAY-FOUND.                                    00112900
           IF STATUS-CODE = '  '                                        00113000
              PERFORM 5110-FIND-PAYMENT                                 00113100
                 THRU 5110-FIND-PAYMENT-END                             00113200
                 UNTIL WS-PAY-HIT OR STATUS-CODE NOT = SPACE            00113300
           END-IF.                                                      00113400
           IF NOT WS-PAY-HIT                                            00113500
              DISPLAY '*** PAYMENT LOST AFTER REVERSAL ' WS-INVOICENO   00113600
                 ' - FLAG IT RETURNED BEFORE ANY RERUN ***'             00113700
              MOVE 16 TO RETURN-CODE                                    00113800
              PERFORM 9999-ABEND                                        00113900
                 THRU 9999-ABEND-END                                    00114000
           END-IF.                                                      00114100
                                                                        00114200
      *    the payment stays on the invoice, flagged returned           00114300
           MOVE 'R'            TO WS-PAY-RETURNED.                      00114400
           MOVE WS-NSF-DATE    TO WS-PAY-RETDATE.                       00114500
           MOVE WS-PAYMENT-SEG TO SEG-IO-AREA.                          00114600
           CALL 'CBLTDLI' USING DLI-REPL,                               00114700
                                PCB-MASK-GI,                            00114800
                                SEG-IO-AREA.                            00114900
           IF STATUS-CODE NOT = '  '                                    00115000
              DISPLAY 'ERROR IN REPLACE:' STATUS-CODE                   00115100
              DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                    00115200
              DISPLAY 'DBD-NAME       :'       DBD-NAME                 00115300
              DISPLAY 'SEG-LEVEL      :'      SEG-LEVEL                 00115400
              DISPLAY 'STATUS-CODE    :'     STATUS-CODE                00115500
              DISPLAY 'PROC-OPT       :'      PROC-OPT                  00115600
              DISPLAY 'SEG-NAME       :'      SEG-NAME                  00115700
              DISPLAY 'KEY-FDBK       :'      KEY-FDBK                  00115800
              DISPLAY 'NUM-SENSEG     :'     NUM-SENSEG                 00115900
              DISPLAY 'KEY-FDBK-AREA  :' KEY-FDBK-AREA                  00116000
              DISPLAY '*** REVERSAL ' WS-INVOICENO ' INSERTED BUT'      00116100
                 ' PAYMENT NOT FLAGGED - FLAG IT BEFORE ANY RERUN ***'  00116200
              MOVE 16 TO RETURN-CODE                                    00116300
              PERFORM 9999-ABEND                                        00116400
                 THRU 9999-ABEND-END                                    00116500
           END-IF.                                                      00116600
           MOVE 'R' TO WS-MT-RETURNED (MAT-IDX).                        00116700
      *-----------------------*                                         00116800
       5100-REVERSE-MATCH-END.                                          00116900
      *-----------------------*                                         00117000
           EXIT.                                                        00117100
                                                                        00117200
      *-----------------------*                                         00117300
       5110-FIND-PAYMENT.                                               00117400
      *-----------------------*                                         00117500
           INITIALIZE SEG-IO-AREA.                                      00117600
           CALL 'CBLTDLI' USING DLI-GHNP,                               00117700
                                PCB-MASK-GI,                            00117800
                                SEG-IO-AREA,                            00117900
                                UNQUAL-SSA-PAYMENT.                     00118000
           IF STATUS-CODE = '  '                                        00118100
              MOVE SEG-IO-AREA TO WS-PAYMENT-SEG                        00118200
              IF WS-PAYREF  = WS-RT-REFERENCE (RET-IDX)                 00118300
                 AND WS-PAYDATE = WS-MT-PAYDATE (MAT-IDX)               00118400
                 AND WS-PAYAMT  = WS-MT-PAYAMT (MAT-IDX)                00118500
                 AND NOT WS-PAY-IS-RETURNED                             00118600
                 MOVE 'Y' TO WS-PAY-FOUND                               00118700
              END-IF                                                    00118800
           END-IF.                                                      00118900
      *-----------------------*                                         00119000
       5110-FIND-PAYMENT-END.                                           00119100
      *-----------------------*                                         00119200
           EXIT.                                                        00119300
                                                                        00119400
      *-----------------------*                                         00119500
       5120-INSERT-REVERSAL.                                            00119600
      *-----------------------*                                         00119700
      *    a reversal invoice of the returned amount reopens the        00119800
      *    balance; it points back at the invoice the check paid        00119900
           INITIALIZE WS-BILLING-SEG.                                   00120000
           ADD 1 TO WS-NEXT-INVOICENO.                                  00120100
           MOVE WS-NEXT-INVOICENO          TO WS-INVOICENO.             00120200
           MOVE WS-MT-PAYAMT (MAT-IDX)     TO WS-AMOUNT.                00120300
           MOVE WS-NSF-DATE                TO WS-BILLDATE.              00120400
           IF WS-BILLDATE < WS-PER-OPEN-START                           00120500
              MOVE WS-PER-OPEN-START TO WS-BILLDATE                     00120600
              ADD 1 TO WS-NO-REDATED                                    00120700
           END-IF.                                                      00120800
           MOVE WS-MT-INVOICENO (MAT-IDX)  TO WS-REFINVNO.              00120900
           MOVE 'R'                        TO WS-TRANTYPE.              00121000
           MOVE WS-MT-FACILITY (MAT-IDX)   TO WS-BIL-FACILITY.          00121100
           MOVE SPACE                      TO WS-BIL-TRTNAME.           00121200
           MOVE WS-BILLING-SEG             TO SEG-IO-AREA.              00121300
                                                                        00121400
           CALL 'CBLTDLI' USING DLI-ISRT,                               00121500
                                PCB-MASK-GI,                            00121600
                                SEG-IO-AREA,                            00121700
                                QUAL-SSA-PATIENT,                       00121800
                                UNQUAL-SSA-BILLING.                     00121900
                                                                        00122000
           IF STATUS-CODE = '  '                                        00122100
              DISPLAY 'REVERSAL CREATED: ' WS-INVOICENO                 00122200
                 ' FOR ' WS-REFINVNO                                    00122300
              MOVE WS-INVOICENO TO WS-ITM-REV-INVOICENO                 00122400
              MOVE WS-INVOICENO TO XRF-INVOICENO                        00122500
              MOVE FIELD-VAL OF QUAL-SSA-PATIENT TO XRF-PATIENID        00122600
              WRITE XRF-REC                                             00122700
              MOVE SPACES        TO GLF-REC                             00122800
              MOVE 'NSFREV'      TO GLF-CLASS                           00122900
              MOVE WS-AMOUNT     TO GLF-AMOUNT                          00123000
              MOVE WS-GLF-TODAY  TO GLF-DATE                            00123100
              WRITE GLF-REC                                             00123200
              PERFORM 8950-WRITE-TCHLOG                                 00123300
                 THRU 8950-WRITE-TCHLOG-END                             00123400
              ADD 1 TO WS-NO-PAY-REVERSED                               00123500
              ADD WS-AMOUNT TO WS-TOT-REVERSED                          00123600
              PERFORM 4125-WRITE-PAYMENT-LINE                           00123700
                 THRU 4125-WRITE-PAYMENT-LINE-END                       00123800
           ELSE                                                         00123900
              DISPLAY 'ERROR IN INSERT:' STATUS-CODE                    00124000
              DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                    00124100
              DISPLAY 'DBD-NAME       :'       DBD-NAME                 00124200
              DISPLAY 'SEG-LEVEL      :'      SEG-LEVEL                 00124300
              DISPLAY 'STATUS-CODE    :'     STATUS-CODE                00124400
              DISPLAY 'PROC-OPT       :'      PROC-OPT                  00124500
              DISPLAY 'SEG-NAME       :'      SEG-NAME                  00124600
              DISPLAY 'KEY-FDBK       :'      KEY-FDBK                  00124700
              DISPLAY 'NUM-SENSEG     :'     NUM-SENSEG                 00124800
              DISPLAY 'KEY-FDBK-AREA  :' KEY-FDBK-AREA                  00124900
              MOVE 16 TO RETURN-CODE                                    00125000
              PERFORM 9999-ABEND                                        00125100
                 THRU 9999-ABEND-END                                    00125200
           END-IF.                                                      00125300
      *-----------------------*                                         00125400
       5120-INSERT-REVERSAL-END.                                        00125500
      *-----------------------*                                         00125600
           EXIT.                                                        00125700
                                                                        00125800
      *-----------------------*                                         00125900
       5300-WRITE-FEE-MEMO.                                             00126000
      *-----------------------*                                         00126100
      *    a debit memo against the reversal invoice, in PBCREA's       00126200
      *    ADJUST format behind the owning patient                      00126300
           MOVE SPACE             TO WS-REC-FI01.                       00126400
           MOVE 'PATIENT'         TO FI01-SEGMENT-TYPE.                 00126500
           MOVE WS-ITM-PATIENID   TO FI01-DATA-PATIENID.                00126600
           WRITE ADJ-OUT-DATA FROM WS-REC-FI01.                         00126700
           ADD 1 TO WS-ADJ-PAT-RECS.                                    00126800
                                                                        00126900
           MOVE SPACE             TO WS-REC-FI01.                       00127000
           MOVE 'ADJUST'          TO FI01-SEGMENT-TYPE.                 00127100
           MOVE WS-ITM-REV-INVOICENO TO FI01-ADJ-REFINVNO.              00127200
           MOVE 'D'               TO FI01-ADJ-TYPE.                     00127300
           MOVE WS-NSF-FEE        TO FI01-ADJ-AMOUNT.                   00127400
           MOVE WS-NSF-DATE       TO FI01-ADJ-DATE.                     00127500
           WRITE ADJ-OUT-DATA FROM WS-REC-FI01.                         00127600
                                                                        00127700
           ADD 1 TO WS-NO-FEES.                                         00127800
           ADD WS-NSF-FEE TO WS-TOT-FEES.                               00127900
      *-----------------------*                                         00128000
       5300-WRITE-FEE-MEMO-END.                                         00128100
      *-----------------------*                                         00128200
           EXIT.                                                        00128300
                                                                        00128400
      *-----------------------*                                         00128500
       5400-WRITE-HOLD.                                                 00128600
      *-----------------------*                                         00128700
           MOVE WS-NSF-DATE TO WS-CAL-DATE.                             00128800
           PERFORM 5410-NEXT-DATE                                       00128900
              THRU 5410-NEXT-DATE-END                                   00129000
              VARYING WS-DAY-SUB FROM 1 BY 1                            00129100
              UNTIL WS-DAY-SUB > WS-HOLD-DAYS.                          00129200
                                                                        00129300
           MOVE SPACE                     TO HLD-REC.                   00129400
           MOVE WS-ITM-PATIENID           TO HLD-PATIENID.              00129500
           MOVE WS-NSF-DATE               TO HLD-FROM-DATE.             00129600
           MOVE WS-CAL-DATE-N             TO HLD-UNTIL-DATE.            00129700
           MOVE WS-RT-REFERENCE (RET-IDX) TO HLD-REFERENCE.             00129800
           WRITE HLD-REC.                                               00129900
           ADD 1 TO WS-NO-HOLDS.                                        00130000
           DISPLAY 'CHECKS HELD FOR ' WS-ITM-PATIENID                   00130100
              ' UNTIL ' WS-CAL-DATE.                                    00130200
      *-----------------------*                                         00130300
       5400-WRITE-HOLD-END.                                             00130400
      *-----------------------*                                         00130500
           EXIT.                                                        00130600
                                                                        00130700
      *-----------------------*                                         00130800
       5410-NEXT-DATE.                                                  00130900
      *-----------------------*                                         00131000
      *    WS-CAL-DATE moves on one calendar day                        00131100
           EVALUATE WS-CAL-MM                                           00131200
             WHEN 4                                                     00131300
             WHEN 6                                                     00131400
             WHEN 9                                                     00131500
             WHEN 11                                                    00131600
               MOVE 30 TO WS-MONTH-DAYS                                 00131700
             WHEN 2                                                     00131800
               DIVIDE WS-CAL-YYYY BY 4                                  00131900
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R4              00132000
               DIVIDE WS-CAL-YYYY BY 100                                00132100
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R100            00132200
               DIVIDE WS-CAL-YYYY BY 400                                00132300
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-R400            00132400
               IF WS-LEAP-R4 = ZERO                                     00132500
                  AND (WS-LEAP-R100 NOT = ZERO                          00132600
                       OR WS-LEAP-R400 = ZERO)                          00132700
                  MOVE 29 TO WS-MONTH-DAYS                              00132800
               ELSE                                                     00132900
                  MOVE 28 TO WS-MONTH-DAYS                              00133000
               END-IF                                                   00133100
             WHEN OTHER                                                 00133200
               MOVE 31 TO WS-MONTH-DAYS                                 00133300
           END-EVALUATE.                                                00133400
                                                                        00133500
           ADD 1 TO WS-CAL-DD.                                          00133600
           IF WS-CAL-DD > WS-MONTH-DAYS                                 00133700
              MOVE 1 TO WS-CAL-DD                                       00133800
              ADD 1 TO WS-CAL-MM                                        00133900
              IF WS-CAL-MM > 12                                         00134000
                 MOVE 1 TO WS-CAL-MM                                    00134100
                 ADD 1 TO WS-CAL-YYYY                                   00134200
              END-IF                                                    00134300
           END-IF.                                                      00134400
      *-----------------------*                                         00134500
       5410-NEXT-DATE-END.                                              00134600
      *-----------------------*                                         00134700
           EXIT.                                                        00134800
                                                                        00134900
      *-----------------------*                                         00135000
       7000-WRITE-TOTALS.                                               00135100
      *-----------------------*                                         00135200
           MOVE 'RETURNED ITEMS READ           ' TO RPT-C-LABEL.        00135300
           MOVE WS-NO-ITEMS-READ TO RPT-C-CNT.                          00135400
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00135500
              AFTER ADVANCING 3 LINES.                                  00135600
           MOVE 'ITEMS REVERSED                ' TO RPT-C-LABEL.        00135700
           MOVE WS-NO-ITEMS-REVERSED TO RPT-C-CNT.                      00135800
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00135900
              AFTER ADVANCING 1 LINE.                                   00136000
           MOVE 'PAYMENTS REVERSED             ' TO RPT-C-LABEL.        00136100
           MOVE WS-NO-PAY-REVERSED TO RPT-C-CNT.                        00136200
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00136300
              AFTER ADVANCING 1 LINE.                                   00136400
           MOVE 'NSF FEES BILLED               ' TO RPT-C-LABEL.        00136500
           MOVE WS-NO-FEES TO RPT-C-CNT.                                00136600
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00136700
              AFTER ADVANCING 1 LINE.                                   00136800
           MOVE 'CHECK HOLDS SET               ' TO RPT-C-LABEL.        00136900
           MOVE WS-NO-HOLDS TO RPT-C-CNT.                               00137000
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00137100
              AFTER ADVANCING 1 LINE.                                   00137200
           MOVE 'EXCEPTIONS                    ' TO RPT-C-LABEL.        00137300
           MOVE WS-NO-EXCEPTIONS TO RPT-C-CNT.                          00137400
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00137500
              AFTER ADVANCING 1 LINE.                                   00137600
           MOVE 'TOTAL RETURNED BY THE BANK    ' TO RPT-A-LABEL.        00137700
           MOVE WS-TOT-RETURNED TO RPT-A-AMT.                           00137800
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00137900
              AFTER ADVANCING 2 LINES.                                  00138000
           MOVE 'TOTAL REVERSED                ' TO RPT-A-LABEL.        00138100
           MOVE WS-TOT-REVERSED TO RPT-A-AMT.                           00138200
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00138300
              AFTER ADVANCING 1 LINE.                                   00138400
           MOVE 'TOTAL IN EXCEPTION            ' TO RPT-A-LABEL.        00138500
           MOVE WS-TOT-EXCEPTION TO RPT-A-AMT.                          00138600
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00138700
              AFTER ADVANCING 1 LINE.                                   00138800
           MOVE 'TOTAL NSF FEES                ' TO RPT-A-LABEL.        00138900
           MOVE WS-TOT-FEES TO RPT-A-AMT.                               00139000
           WRITE RPT01-OUT-REC FROM RPT-AMOUNT-LINE                     00139100
              AFTER ADVANCING 1 LINE.                                   00139200
      *-----------------------*                                         00139300
       7000-WRITE-TOTALS-END.                                           00139400
      *-----------------------*                                         00139500
           EXIT.                                                        00139600
                                                                        00139700
      *-----------------------*                                         00139800
       8000-WRITE-ADJ-TRAILER.                                          00139900
      *-----------------------*                                         00140000
      *    the control totals PBCREA balances against; only the         00140100
      *    positioning PATIENT records tally there                      00140200
           MOVE SPACE            TO WS-REC-FI01.                        00140300
           MOVE 'TRAILER'        TO FI01-SEGMENT-TYPE.                  00140400
           MOVE WS-ADJ-PAT-RECS  TO FI01-TRL-PAT-CNT.                   00140500
           MOVE ZERO             TO FI01-TRL-TRT-CNT.                   00140600
           MOVE ZERO             TO FI01-TRL-BIL-CNT.                   00140700
           MOVE ZERO             TO FI01-TRL-AMT-HASH.                  00140800
           WRITE ADJ-OUT-DATA FROM WS-REC-FI01.                         00140900
      *-----------------------*                                         00141000
       8000-WRITE-ADJ-TRAILER-END.                                      00141100
      *-----------------------*                                         00141200
           EXIT.                                                        00141300
                                                                        00141400
      *-----------------------*                                         00141500
       0300-CHECK-CYCLE.                                                00141600
      *-----------------------*                                         00141700
           ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD.                      00141800
           OPEN INPUT CYCCTL.                                           00141900
           IF WS-CYC-FS NOT = '00'                                      00142000
              DISPLAY 'CYCCTL NOT AVAILABLE - RUN CONTROL BYPASSED'     00142100
              GO TO 0300-CHECK-CYCLE-END                                00142200
           END-IF.                                                      00142300
           PERFORM 0310-READ-CYCCTL                                     00142400
              THRU 0310-READ-CYCCTL-END                                 00142500
              UNTIL WS-CYC-EOF.                                         00142600
           CLOSE CYCCTL.                                                00142700
                                                                        00142800
           IF WS-CYC-DB-QUIESCED                                        00142900
              DISPLAY '*** DATABASE QUIESCED FOR MAINTENANCE'           00143000
                 ' - RUN REFUSED ***'                                   00143100
              MOVE 12 TO RETURN-CODE                                    00143200
              GOBACK                                                    00143300
           END-IF.                                                      00143400
           IF WS-CYC-BALANCE-BROKEN                                     00143500
              DISPLAY '*** BILLING CYCLE OUT OF BALANCE - NOT SIGNED'   00143600
                 ' OFF - RUN REFUSED ***'                               00143700
              MOVE 12 TO RETURN-CODE                                    00143800
              GOBACK                                                    00143900
           END-IF.                                                      00144000
           DISPLAY 'CYCLE CHECK PASSED - DATABASE AVAILABLE'.           00144100
      *-----------------------*                                         00144200
       0300-CHECK-CYCLE-END.                                            00144300
      *-----------------------*                                         00144400
           EXIT.                                                        00144500
                                                                        00144600
      *-----------------------*                                         00144700
       0310-READ-CYCCTL.                                                00144800
      *-----------------------*                                         00144900
           READ CYCCTL                                                  00145000
           END-READ.                                                    00145100
                                                                        00145200
           EVALUATE TRUE                                                00145300
             WHEN WS-CYC-FS = '00'                                      00145400
      *        the last QUIESCE record wins                             00145500
               IF CYC-PROGRAM = 'QUIESCE '                              00145600
                  IF CYC-STATUS = 'ACTIVE  '                            00145700
                     MOVE 'Y' TO WS-CYC-QUIESCED                        00145800
                  ELSE                                                  00145900
                     MOVE 'N' TO WS-CYC-QUIESCED                        00146000
                  END-IF                                                00146100
               END-IF                                                   00146200
      *        and so does the last balancing proof or sign-off         00146300
               IF CYC-PROGRAM = 'PBBAL   '                              00146400
                  IF CYC-STATUS = 'BREAK   '                            00146500
                     MOVE 'Y' TO WS-CYC-BAL-BREAK                       00146600
                  ELSE                                                  00146700
                     MOVE 'N' TO WS-CYC-BAL-BREAK                       00146800
                  END-IF                                                00146900
               END-IF                                                   00147000
             WHEN WS-CYC-FS = '10'                                      00147100
               SET WS-CYC-EOF TO TRUE                                   00147200
             WHEN OTHER                                                 00147300
      D        DISPLAY "ERROR READ FILE CYCCTL !!!: " WS-CYC-FS         00147400
               SET WS-CYC-EOF TO TRUE                                   00147500
           END-EVALUATE.                                                00147600
      *-----------------------*                                         00147700
       0310-READ-CYCCTL-END.                                            00147800
      *-----------------------*                                         00147900
           EXIT.                                                        00148000
                                                                        00148100
      *-----------------------*                                         00148200
       8950-WRITE-TCHLOG.                                               00148300
      *-----------------------*                                         00148400
      *    the incremental unload (DBUNLDI) picks tonight's             00148500
      *    touched patients off this journal                            00148600
           MOVE SPACE          TO TCH-REC.                              00148700
           MOVE FIELD-VAL OF QUAL-SSA-PATIENT TO TCH-PATIENID.          00148800
           MOVE 'PBNSF   '     TO TCH-PGM.                              00148900
           ACCEPT WS-TCH-DATE FROM DATE YYYYMMDD.                       00149000
           MOVE WS-TCH-DATE    TO TCH-DATE.                             00149100
           WRITE TCH-REC.                                               00149200
      *-----------------------*                                         00149300
       8950-WRITE-TCHLOG-END.                                           00149400
      *-----------------------*                                         00149500
           EXIT.                                                        00149600
                                                                        00149700
      *-----------------------*                                         00149800
       8960-STAMP-CYCLE.                                                00149900
      *-----------------------*                                         00150000
           OPEN EXTEND CYCCTL.                                          00150100
           IF WS-CYC-FS NOT = '00'                                      00150200
              OPEN OUTPUT CYCCTL                                        00150300
           END-IF.                                                      00150400
           IF WS-CYC-FS = '00'                                          00150500
              MOVE SPACE          TO CYC-CTL-REC                        00150600
              MOVE 'PBNSF   '     TO CYC-PROGRAM                        00150700
              ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD                    00150800
              ACCEPT WS-CYC-TIME FROM TIME                              00150900
              MOVE WS-CYC-TODAY   TO CYC-RUN-DATE                       00151000
              MOVE WS-CYC-TIME    TO CYC-RUN-TIME                       00151100
              MOVE 'COMPLETE'     TO CYC-STATUS                         00151200
              WRITE CYC-CTL-REC                                         00151300
              CLOSE CYCCTL                                              00151400
           ELSE                                                         00151500
              DISPLAY 'CYCCTL NOT AVAILABLE - NOT STAMPED: '            00151600
                 WS-CYC-FS                                              00151700
           END-IF.                                                      00151800
      *-----------------------*                                         00151900
       8960-STAMP-CYCLE-END.                                            00152000
      *-----------------------*                                         00152100
           EXIT.                                                        00152200
                                                                        00152300
      *-----------------------*                                         00152400
       8970-WRITE-CTLTOT.                                               00152500
      *-----------------------*                                         00152600
      *    one control total per call - PBBAL ties them together        00152700
           OPEN EXTEND CTLTOT.                                          00152800
           IF WS-CTT-FS NOT = '00'                                      00152900
              OPEN OUTPUT CTLTOT                                        00153000
           END-IF.                                                      00153100
           IF WS-CTT-FS = '00'                                          00153200
              MOVE SPACE             TO CTT-REC                         00153300
              MOVE 'PBNSF   '          TO CTT-PROGRAM                   00153400
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00153500
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00153600
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00153700
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00153800
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00153900
              ACCEPT WS-CTT-TIME FROM TIME                              00154000
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00154100
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00154200
              WRITE CTT-REC                                             00154300
              CLOSE CTLTOT                                              00154400
           ELSE                                                         00154500
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00154600
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00154700
           END-IF.                                                      00154800
      *-----------------------*                                         00154900
       8970-WRITE-CTLTOT-END.                                           00155000
      *-----------------------*                                         00155100
           EXIT.                                                        00155200
                                                                        00155300
      *-------------------*                                             00155400
       9999-ABEND.                                                      00155500
      *-------------------*                                             00155600
      D    DISPLAY "WE ARE IN ABEND".                                   00155700
      *    WE FORCE AN ABEND                                            00155800
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00155900
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00156000
           GOBACK.                                                      00156100
      *-------------------*                                             00156200
       9999-ABEND-END.                                                  00156300
      *-------------------*                                             00156400
           EXIT.                                                        00156500
