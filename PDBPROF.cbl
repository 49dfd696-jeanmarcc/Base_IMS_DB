      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PDBPROF.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Profil de population de la base pour planifier les         00000900
      *      reorganisations. Balaye chaque segment en sequence         00001000
      *      hierarchique (GN sans SSA, comme PDQSCAN) et compte        00001100
      *      les segments par type et par clinique (TREATMNT,           00001200
      *      BILLING, PAYMENT). Pour chaque patient, compte les         00001300
      *      dependants et les chaines de jumeaux (jumeaux d'un         00001400
      *      meme parent): distribution des enfants par patient         00001500
      *      pour TREATMNT, BILLING, PAYMENT et MEDICAL/DRUG,           00001600
      *      les patients aux plus longues chaines, et les              00001700
      *      racines sans aucun enfant.                                 00001800
      *      Chaque execution ajoute un enregistrement a                00001900
      *      l'historique DBPHIST; la section de tendance donne         00002000
      *      la croissance depuis l'execution precedente et             00002100
      *      projette le nombre de jours avant d'atteindre les          00002200
      *      seuils de reorganisation et de separation du               00002300
      *      fichier donnes par le DBA sur la carte controle.           00002400
      *      Code retour 4 si un seuil est deja franchi, si la          00002500
      *      projection tombe dans la fenetre d'alerte, ou si           00002600
      *      une chaine depasse le maximum de la carte.                 00002700
      *                                                                 00002800
      * Fichier CTLCARD: col 1-9   seuil de reorganisation              00002900
      *                            (total des segments)                 00003000
      *                  col 10-18 seuil de separation                  00003100
      *                            (total des segments)                 00003200
      *                  col 19-23 longueur maximum d'une chaine        00003300
      *                  col 24-26 fenetre d'alerte en jours            00003400
      *                            (30 par defaut)                      00003500
      *                  un seuil a zero n'est pas controle             00003600
      * Fichier entree/sortie: DBPHIST, l'historique des                00003700
      *                  executions (un enregistrement ajoute           00003800
      *                  par execution)                                 00003900
      * Fichier sortie: PRFRPT, le rapport de profil                    00004000
      *----------------------------------------------------------*      00004100
      *--------------------*                                            00004200
       ENVIRONMENT DIVISION.                                            00004300
      *--------------------*                                            00004400
       CONFIGURATION SECTION.                                           00004500
       OBJECT-COMPUTER.                                                 00004600
       SOURCE-COMPUTER.                                                 00004700
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004800
       INPUT-OUTPUT SECTION.                                            00004900
       FILE-CONTROL.                                                    00005000
           SELECT CTLCARD ASSIGN TO CTLCARD                             00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-CTL-FS.                                    00005300
           SELECT DBPHIST ASSIGN TO DBPHIST                             00005400
           ORGANIZATION IS SEQUENTIAL                                   00005500
           FILE STATUS IS WS-HIST-FS.                                   00005600
           SELECT RPT01-OUT ASSIGN TO PRFRPT                            00005700
           ORGANIZATION IS LINE SEQUENTIAL                              00005800
           FILE STATUS IS WS-RPT01-FS.                                  00005900
      *----------------*                                                00006000
       DATA DIVISION.                                                   00006100
      *----------------*                                                00006200
       FILE SECTION.                                                    00006300
                                                                        00006400
       FD  CTLCARD RECORDING MODE F.                                    00006500
       01  CTL-CARD-REC.                                                00006600
           05 CTL-REORG-SEGS      PIC X(09).                            00006700
           05 CTL-SPLIT-SEGS      PIC X(09).                            00006800
           05 CTL-CHAIN-MAX       PIC X(05).                            00006900
           05 CTL-WARN-DAYS       PIC X(03).                            00007000
           05 FILLER              PIC X(54).                            00007100
                                                                        00007200
      *    one record per run; the segment counts follow the            00007300
      *    order of WS-SEG-TYPE-TABLE                                   00007400
       FD  DBPHIST RECORDING MODE F.                                    00007500
       01  DBPHIST-REC.                                                 00007600
           05 PRH-RUN-DATE        PIC 9(08).                            00007700
           05 FILLER              PIC X(01).                            00007800
           05 PRH-RUN-TIME        PIC 9(08).                            00007900
           05 FILLER              PIC X(01).                            00008000
           05 PRH-TOTAL-SEGS      PIC 9(09).                            00008100
           05 FILLER              PIC X(01).                            00008200
           05 PRH-EMPTY-ROOTS     PIC 9(09).                            00008300
           05 FILLER              PIC X(01).                            00008400
           05 PRH-SEG-COUNT       PIC 9(09) OCCURS 11 TIMES.            00008500
           05 FILLER              PIC X(13).                            00008600
                                                                        00008700
       FD  RPT01-OUT RECORDING MODE F.                                  00008800
       01  RPT01-OUT-REC        PIC X(80).                              00008900
                                                                        00009000
      *-----------------------*                                         00009100
       WORKING-STORAGE SECTION.                                         00009200
      *-----------------------*                                         00009300
       01 WS-FILE-STATUS.                                               00009400
          05 WS-CTL-FS                 PIC X(2).                        00009500
          05 WS-HIST-FS                PIC X(2).                        00009600
          05 WS-RPT01-FS               PIC X(2).                        00009700
                                                                        00009800
       01 WS-HIST-EOF-SW                PIC X(5) VALUE 'FALSE'.         00009900
          88 WS-HIST-EOF                VALUE 'TRUE'.                   00010000
                                                                        00010100
      *    seuils de la carte controle                                  00010200
       01 WS-REORG-SEGS                 PIC 9(09) VALUE 0.              00010300
       01 WS-SPLIT-SEGS                 PIC 9(09) VALUE 0.              00010400
       01 WS-CHAIN-MAX                  PIC 9(05) VALUE 0.              00010500
       01 WS-WARN-DAYS                  PIC 9(03) VALUE 30.             00010600
                                                                        00010700
      *    types de segment connus; le type enfant est celui            00010800
      *    dont la chaine de jumeaux repart a zero sous chaque          00010900
      *    nouveau parent                                               00011000
       01 WS-SEG-TYPE-TABLE.                                            00011100
          05 WS-SEG-TYPE-VALUES.                                        00011200
             10 FILLER PIC X(10) VALUE 'PATIENT 00'.                    00011300
             10 FILLER PIC X(10) VALUE 'TREATMNT03'.                    00011400
             10 FILLER PIC X(10) VALUE 'DIAGNOS 00'.                    00011500
             10 FILLER PIC X(10) VALUE 'BILLING 05'.                    00011600
             10 FILLER PIC X(10) VALUE 'PAYMENT 00'.                    00011700
             10 FILLER PIC X(10) VALUE 'MEDICAL 07'.                    00011800
             10 FILLER PIC X(10) VALUE 'DRUG    00'.                    00011900
             10 FILLER PIC X(10) VALUE 'COVERAGE00'.                    00012000
             10 FILLER PIC X(10) VALUE 'LABRSLT 00'.                    00012100
             10 FILLER PIC X(10) VALUE 'ADDRESS 00'.                    00012200
             10 FILLER PIC X(10) VALUE '*OTHER* 00'.                    00012300
          05 WS-SEG-TYPE-ENTRY REDEFINES WS-SEG-TYPE-VALUES             00012400
                              OCCURS 11 TIMES INDEXED BY SEG-IDX.       00012500
             10 WS-SEG-TYPE-NAME  PIC X(08).                            00012600
             10 WS-SEG-CHILD-TYPE PIC 9(02).                            00012700
       01 WS-SEG-TYPE-MAX               PIC 9(02) COMP VALUE 11.        00012800
       01 WS-SEG-COUNTS.                                                00012900
          05 WS-SEG-COUNT      PIC 9(09) COMP OCCURS 11 TIMES.          00013000
       01 WS-SEG-SUB                    PIC 9(02) COMP VALUE 0.         00013100
       01 WS-SEG-FOUND                  PIC X(01) VALUE 'N'.            00013200
          88 WS-SEG-HIT                 VALUE 'Y'.                      00013300
       01 WS-CHILD-SUB                  PIC 9(02) COMP VALUE 0.         00013400
       01 WS-TOTAL-SEGS                 PIC 9(09) COMP VALUE 0.         00013500
                                                                        00013600
      *    comptes du patient en cours                                  00013700
       01 WS-PATIENT-SEEN               PIC X(01) VALUE 'N'.            00013800
          88 WS-HAVE-PATIENT            VALUE 'Y'.                      00013900
       01 WS-CUR-PATIENT-ID             PIC X(05).                      00014000
       01 WS-NO-PATIENTS                PIC 9(09) COMP VALUE 0.         00014100
       01 WS-PAT-COUNTS.                                                00014200
          05 WS-PAT-SEG-CNT    PIC 9(09) COMP OCCURS 11 TIMES.          00014300
       01 WS-PAT-CHAINS.                                                00014400
          05 WS-PAT-CHAIN      PIC 9(09) COMP OCCURS 11 TIMES.          00014500
       01 WS-RUN-CHAINS.                                                00014600
          05 WS-RUN-CHAIN      PIC 9(09) COMP OCCURS 11 TIMES.          00014700
       01 WS-PAT-DEPENDENTS             PIC 9(09) COMP VALUE 0.         00014800
       01 WS-PAT-LONG-LEN               PIC 9(09) COMP VALUE 0.         00014900
       01 WS-PAT-LONG-TYPE              PIC X(08).                      00015000
       01 WS-CAT-VALUE                  PIC 9(09) COMP VALUE 0.         00015100
                                                                        00015200
      *    distribution des enfants par patient: une colonne par        00015300
      *    categorie (TREATMNT, BILLING, PAYMENT, MEDICAL/DRUG)         00015400
       01 WS-BKT-TABLE.                                                 00015500
          05 WS-BKT-VALUES.                                             00015600
             10 FILLER PIC X(17) VALUE '0       000000000'.             00015700
             10 FILLER PIC X(17) VALUE '1-5     000000005'.             00015800
             10 FILLER PIC X(17) VALUE '6-10    000000010'.             00015900
             10 FILLER PIC X(17) VALUE '11-25   000000025'.             00016000
             10 FILLER PIC X(17) VALUE '26-50   000000050'.             00016100
             10 FILLER PIC X(17) VALUE '51-100  000000100'.             00016200
             10 FILLER PIC X(17) VALUE 'OVER 100999999999'.             00016300
          05 WS-BKT-ENTRY REDEFINES WS-BKT-VALUES                       00016400
                              OCCURS 7 TIMES INDEXED BY BKT-IDX.        00016500
             10 WS-BKT-LABEL   PIC X(08).                               00016600
             10 WS-BKT-HIGH    PIC 9(09).                               00016700
       01 WS-BKT-MAX                    PIC 9(02) COMP VALUE 7.         00016800
       01 WS-DIST-TABLE.                                                00016900
          05 WS-DIST-ROW OCCURS 7 TIMES.                                00017000
             10 WS-DIST-CNT    PIC 9(09) COMP OCCURS 4 TIMES.           00017100
       01 WS-CAT-MAXIMA.                                                00017200
          05 WS-CAT-MAX        PIC 9(09) COMP OCCURS 4 TIMES.           00017300
       01 WS-CAT-SUB                    PIC 9(02) COMP VALUE 0.         00017400
       01 WS-BKT-SUB                    PIC 9(02) COMP VALUE 0.         00017500
       01 WS-BKT-FOUND                  PIC X(01) VALUE 'N'.            00017600
          88 WS-BKT-HIT                 VALUE 'Y'.                      00017700
                                                                        00017800
      *    patients aux plus longues chaines de jumeaux, en ordre       00017900
      *    decroissant                                                  00018000
       01 WS-TOP-TABLE.                                                 00018100
          05 WS-TOP-MAX         PIC 9(02) COMP VALUE 10.                00018200
          05 WS-TOP-COUNT       PIC 9(02) COMP VALUE 0.                 00018300
          05 WS-TOP-ENTRY OCCURS 10 TIMES.                              00018400
             10 WS-TOP-PATIENT  PIC X(05).                              00018500
             10 WS-TOP-TYPE     PIC X(08).                              00018600
             10 WS-TOP-LEN      PIC 9(09) COMP.                         00018700
             10 WS-TOP-DEPEND   PIC 9(09) COMP.                         00018800
       01 WS-TOP-SWAP.                                                  00018900
          05 WS-SWP-PATIENT     PIC X(05).                              00019000
          05 WS-SWP-TYPE        PIC X(08).                              00019100
          05 WS-SWP-LEN         PIC 9(09) COMP.                         00019200
          05 WS-SWP-DEPEND      PIC 9(09) COMP.                         00019300
       01 WS-TOP-SUB                    PIC 9(02) COMP VALUE 0.         00019400
       01 WS-NO-CHAIN-OVER              PIC 9(09) COMP VALUE 0.         00019500
                                                                        00019600
      *    racines sans enfant; au-dela de la table on ne fait          00019700
      *    que compter                                                  00019800
       01 WS-EMPTY-TABLE.                                               00019900
          05 WS-EMPTY-MAX       PIC 9(03) COMP VALUE 100.               00020000
          05 WS-EMPTY-COUNT     PIC 9(03) COMP VALUE 0.                 00020100
          05 WS-EMPTY-ENTRY OCCURS 100 TIMES.                           00020200
             10 WS-EMPTY-PATIENT PIC X(05).                             00020300
       01 WS-NO-EMPTY-ROOTS             PIC 9(09) COMP VALUE 0.         00020400
       01 WS-EMPTY-SUB                  PIC 9(03) COMP VALUE 0.         00020500
                                                                        00020600
      *    segments par clinique                                        00020700
       01 WS-FAC-TABLE.                                                 00020800
          05 WS-FAC-MAX         PIC 9(02) COMP VALUE 10.                00020900
          05 WS-FAC-COUNT       PIC 9(02) COMP VALUE 0.                 00021000
          05 WS-FAC-ENTRY OCCURS 10 TIMES INDEXED BY FAC-IDX.           00021100
             10 WS-FP-FACILITY  PIC X(02).                              00021200
             10 WS-FP-TREATMNT  PIC 9(09) COMP.                         00021300
             10 WS-FP-BILLING   PIC 9(09) COMP.                         00021400
             10 WS-FP-PAYMENT   PIC 9(09) COMP.                         00021500
       01 WS-FAC-FOUND                  PIC X(01) VALUE 'N'.            00021600
          88 WS-FAC-HIT                 VALUE 'Y'.                      00021700
       01 WS-FAC-HIT-SUB                PIC 9(02) COMP VALUE 0.         00021800
       01 WS-FAC-SUB                    PIC 9(02) COMP VALUE 0.         00021900
       01 WS-SAVE-FACILITY              PIC X(02).                      00022000
       01 WS-CUR-BIL-FACILITY           PIC X(02).                      00022100
                                                                        00022200
      *    execution precedente, pour la tendance                       00022300
       01 WS-PREV-FOUND                 PIC X(01) VALUE 'N'.            00022400
          88 WS-HAVE-PREV               VALUE 'Y'.                      00022500
       01 WS-PREV-HIST                  PIC X(150).                     00022600
       01 WS-PREV-HIST-R REDEFINES WS-PREV-HIST.                        00022700
          05 WS-PREV-RUN-DATE   PIC 9(08).                              00022800
          05 FILLER             PIC X(01).                              00022900
          05 WS-PREV-RUN-TIME   PIC 9(08).                              00023000
          05 FILLER             PIC X(01).                              00023100
          05 WS-PREV-TOTAL      PIC 9(09).                              00023200
          05 FILLER             PIC X(01).                              00023300
          05 WS-PREV-EMPTY      PIC 9(09).                              00023400
          05 FILLER             PIC X(01).                              00023500
          05 WS-PREV-SEG-COUNT  PIC 9(09) OCCURS 11 TIMES.              00023600
          05 FILLER             PIC X(13).                              00023700
       01 WS-NO-HIST-READ               PIC 9(07) COMP VALUE 0.         00023800
                                                                        00023900
      *    dates en nombre de jours approximatif, comme PBPAYSC         00024000
       01 WS-RUN-DATE                   PIC 9(08).                      00024100
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00024200
          05 WS-RUN-YY          PIC 9(04).                              00024300
          05 WS-RUN-MM          PIC 9(02).                              00024400
          05 WS-RUN-DD          PIC 9(02).                              00024500
       01 WS-RUN-TIME                   PIC 9(08).                      00024600
       01 WS-PREV-DATE                  PIC 9(08).                      00024700
       01 WS-PREV-DATE-R REDEFINES WS-PREV-DATE.                        00024800
          05 WS-PREV-YY         PIC 9(04).                              00024900
          05 WS-PREV-MM         PIC 9(02).                              00025000
          05 WS-PREV-DD         PIC 9(02).                              00025100
       01 WS-RUN-DAYS                   PIC S9(9) COMP VALUE 0.         00025200
       01 WS-PREV-DAYS                  PIC S9(9) COMP VALUE 0.         00025300
       01 WS-ELAPSED-DAYS               PIC S9(9) COMP VALUE 0.         00025400
       01 WS-GROWTH                     PIC S9(9) COMP VALUE 0.         00025500
                                                                        00025600
      *    projection d'un seuil                                        00025700
       01 WS-PRJ-LABEL                  PIC X(16).                      00025800
       01 WS-PRJ-THRESH                 PIC 9(09) VALUE 0.              00025900
       01 WS-PRJ-DAYS                   PIC 9(09) VALUE 0.              00026000
       01 WS-NO-ALERTS                  PIC 9(05) COMP VALUE 0.         00026100
                                                                        00026200
       01 DLI-FUNCTIONS.                                                00026300
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00026400
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00026500
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00026600
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00026700
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00026800
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00026900
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00027000
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00027100
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00027200
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00027300
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00027400
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00027500
                                                                        00027600
       01 SEG-IO-AREA     PIC X(60).                                    00027700
                                                                        00027800
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00027900
           05 WS-PATIENT-ID        PIC X(05).                           00028000
           05 WS-PATNAME           PIC X(20).                           00028100
           05 WS-PATDOB            PIC X(08).                           00028200
           05 WS-PATPHONE          PIC X(10).                           00028300
           05 WS-PATINSUR          PIC X(15).                           00028400
           05 FILLER               PIC X(02).                           00028500
                                                                        00028600
       01 WS-TREATMNT-SEG REDEFINES SEG-IO-AREA.                        00028700
          05 WS-TRDATE    PIC X(08).                                    00028800
          05 WS-TRTNAME   PIC X(20).                                    00028900
          05 WS-DOCTOR    PIC X(20).                                    00029000
          05 WS-TRT-FACILITY PIC X(02).                                 00029100
          05 FILLER       PIC X(10).                                    00029200
                                                                        00029300
       01 WS-BILLING-SEG REDEFINES SEG-IO-AREA.                         00029400
          05 WS-INVOICENO PIC X(08).                                    00029500
          05 WS-AMOUNT    PIC S9(7)V99.                                 00029600
          05 WS-BILLDATE  PIC X(08).                                    00029700
          05 WS-REFINVNO  PIC X(08).                                    00029800
          05 WS-TRANTYPE  PIC X(01).                                    00029900
          05 WS-BIL-FACILITY PIC X(02).                                 00030000
          05 FILLER       PIC X(24).                                    00030100
                                                                        00030200
       01 WS-PAYMENT-SEG REDEFINES SEG-IO-AREA.                         00030300
          05 WS-PAYDATE    PIC X(08).                                   00030400
          05 WS-PAYAMT     PIC 9(07)V99.                                00030500
          05 WS-PAYMETH    PIC X(02).                                   00030600
          05 WS-PAYREF     PIC X(12).                                   00030700
          05 WS-PAY-FACILITY PIC X(02).                                 00030800
          05 FILLER          PIC X(27).                                 00030900
                                                                        00031000
       01 WS-DLI-FUNCTION PIC X(4).                                     00031100
                                                                        00031200
       01 RPT-TITLE-LINE.                                               00031300
           05 FILLER           PIC X(30)                                00031400
                               VALUE 'DATABASE SEGMENT PROFILE  RUN '.  00031500
           05 RPT-T-DATE       PIC X(08).                               00031600
           05 FILLER           PIC X(12) VALUE '  PREVIOUS: '.          00031700
           05 RPT-T-PREV       PIC X(08).                               00031800
           05 FILLER           PIC X(22) VALUE SPACE.                   00031900
                                                                        00032000
       01 RPT-SECTION-LINE.                                             00032100
           05 RPT-S-TEXT       PIC X(60).                               00032200
           05 FILLER           PIC X(20) VALUE SPACE.                   00032300
                                                                        00032400
       01 RPT-SEG-HEADER.                                               00032500
           05 FILLER           PIC X(40)                                00032600
              VALUE '  SEGMENT     CURRENT    PREVIOUS       '.         00032700
           05 FILLER           PIC X(40) VALUE 'GROWTH'.                00032800
                                                                        00032900
       01 RPT-SEG-LINE.                                                 00033000
           05 FILLER           PIC X(02) VALUE SPACE.                   00033100
           05 RPT-G-TYPE       PIC X(08).                               00033200
           05 FILLER           PIC X(02) VALUE SPACE.                   00033300
           05 RPT-G-CURRENT    PIC ZZZZZZZZ9.                           00033400
           05 FILLER           PIC X(03) VALUE SPACE.                   00033500
           05 RPT-G-PREVIOUS   PIC X(09).                               00033600
           05 FILLER           PIC X(03) VALUE SPACE.                   00033700
           05 RPT-G-GROWTH     PIC X(10).                               00033800
           05 FILLER           PIC X(34) VALUE SPACE.                   00033900
                                                                        00034000
       01 RPT-NUM-EDIT                  PIC ZZZZZZZZ9.                  00034100
       01 RPT-SIGN-EDIT                 PIC -ZZZZZZZZ9.                 00034200
                                                                        00034300
       01 RPT-FAC-HEADER.                                               00034400
           05 FILLER           PIC X(40)                                00034500
              VALUE '  FACILITY   TREATMNT     BILLING     PA'.         00034600
           05 FILLER           PIC X(40) VALUE 'YMENT'.                 00034700
                                                                        00034800
       01 RPT-FAC-LINE.                                                 00034900
           05 FILLER           PIC X(04) VALUE SPACE.                   00035000
           05 RPT-F-FACILITY   PIC X(02).                               00035100
           05 FILLER           PIC X(06) VALUE SPACE.                   00035200
           05 RPT-F-TREATMNT   PIC ZZZZZZZZ9.                           00035300
           05 FILLER           PIC X(03) VALUE SPACE.                   00035400
           05 RPT-F-BILLING    PIC ZZZZZZZZ9.                           00035500
           05 FILLER           PIC X(03) VALUE SPACE.                   00035600
           05 RPT-F-PAYMENT    PIC ZZZZZZZZ9.                           00035700
           05 FILLER           PIC X(35) VALUE SPACE.                   00035800
                                                                        00035900
       01 RPT-DIST-HEADER.                                              00036000
           05 FILLER           PIC X(40)                                00036100
              VALUE '  CHILDREN  TREATMNT    BILLING    PAYME'.         00036200
           05 FILLER           PIC X(40) VALUE 'NT   MED/DRUG'.         00036300
                                                                        00036400
       01 RPT-DIST-LINE.                                                00036500
           05 FILLER           PIC X(02) VALUE SPACE.                   00036600
           05 RPT-D-LABEL      PIC X(08).                               00036700
           05 FILLER           PIC X(01) VALUE SPACE.                   00036800
           05 RPT-D-COL        PIC ZZZZZZZZ9B(2) OCCURS 4 TIMES.        00036900
           05 FILLER           PIC X(25) VALUE SPACE.                   00037000
                                                                        00037100
       01 RPT-TOP-HEADER.                                               00037200
           05 FILLER           PIC X(40)                                00037300
              VALUE ' RANK  PATIENT TYPE          LENGTH DEPE'.         00037400
           05 FILLER           PIC X(40) VALUE 'NDENTS'.                00037500
                                                                        00037600
       01 RPT-TOP-LINE.                                                 00037700
           05 FILLER           PIC X(03) VALUE SPACE.                   00037800
           05 RPT-P-RANK       PIC Z9.                                  00037900
           05 FILLER           PIC X(02) VALUE SPACE.                   00038000
           05 RPT-P-PATIENT    PIC X(05).                               00038100
           05 FILLER           PIC X(03) VALUE SPACE.                   00038200
           05 RPT-P-TYPE       PIC X(08).                               00038300
           05 FILLER           PIC X(03) VALUE SPACE.                   00038400
           05 RPT-P-LEN        PIC ZZZZZZZZ9.                           00038500
           05 FILLER           PIC X(02) VALUE SPACE.                   00038600
           05 RPT-P-DEPEND     PIC ZZZZZZZZ9.                           00038700
           05 FILLER           PIC X(02) VALUE SPACE.                   00038800
           05 RPT-P-FLAG       PIC X(12).                               00038900
           05 FILLER           PIC X(20) VALUE SPACE.                   00039000
                                                                        00039100
       01 RPT-EMPTY-LINE.                                               00039200
           05 FILLER           PIC X(04) VALUE SPACE.                   00039300
           05 FILLER           PIC X(08) VALUE 'PATIENT '.              00039400
           05 RPT-E-PATIENT    PIC X(05).                               00039500
           05 FILLER           PIC X(63) VALUE SPACE.                   00039600
                                                                        00039700
       01 RPT-COUNT-LINE.                                               00039800
           05 FILLER           PIC X(02) VALUE SPACE.                   00039900
           05 RPT-C-TEXT       PIC X(40).                               00040000
           05 RPT-C-COUNT      PIC ZZZZZZZZ9.                           00040100
           05 FILLER           PIC X(29) VALUE SPACE.                   00040200
                                                                        00040300
       01 RPT-PRJ-LINE.                                                 00040400
           05 FILLER           PIC X(02) VALUE SPACE.                   00040500
           05 RPT-J-LABEL      PIC X(16).                               00040600
           05 FILLER           PIC X(01) VALUE SPACE.                   00040700
           05 RPT-J-THRESH     PIC ZZZZZZZZ9.                           00040800
           05 FILLER           PIC X(02) VALUE SPACE.                   00040900
           05 RPT-J-TEXT       PIC X(50).                               00041000
                                                                        00041100
      *-----------------------*                                         00041200
       LINKAGE SECTION.                                                 00041300
      *-----------------------*                                         00041400
                                                                        00041500
      * psb to get and insert                                           00041600
        01 PCB-MASK-GI.                                                 00041700
           03 DBD-NAME        PIC X(8).                                 00041800
           03 SEG-LEVEL       PIC XX.                                   00041900
           03 STATUS-CODE     PIC XX.                                   00042000
           03 PROC-OPT        PIC X(4).                                 00042100
           03 FILLER          PIC X(4).                                 00042200
           03 SEG-NAME        PIC X(8).                                 00042300
           03 KEY-FDBK        PIC S9(5) COMP.                           00042400
           03 NUM-SENSEG      PIC S9(5) COMP.                           00042500
           03 KEY-FDBK-AREA.                                            00042600
              05 PATIENT-KEY    PIC X(5).                               00042700
              05 MEDICAL-KEY    PIC X(6).                               00042800
              05 DRUG-KEY       PIC X(8).                               00042900
              05 BILLING-KEY    PIC X(8).                               00043000
                                                                        00043100
      *-----------------------*                                         00043200
       PROCEDURE DIVISION.                                              00043300
      *-----------------------*                                         00043400
                                                                        00043500
           INITIALIZE PCB-MASK-GI.                                      00043600
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00043700
                                                                        00043800
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00043900
                                                                        00044000
           PERFORM 1000-INIT                                            00044100
              THRU 1000-INIT-END.                                       00044200
                                                                        00044300
           DISPLAY '1_____PROFILE DATABASE SEGMENT POPULATION'.         00044400
           MOVE DLI-GN TO WS-DLI-FUNCTION.                              00044500
           PERFORM 4000-SCAN-SEGMENT                                    00044600
              THRU 4000-SCAN-SEGMENT-END                                00044700
              UNTIL STATUS-CODE NOT = SPACE.                            00044800
      *    the last patient has no following root to close it           00044900
           IF WS-HAVE-PATIENT                                           00045000
              PERFORM 5000-CLOSE-PATIENT                                00045100
                 THRU 5000-CLOSE-PATIENT-END                            00045200
           END-IF.                                                      00045300
                                                                        00045400
           DISPLAY '2_____WRITE PROFILE AND TREND REPORT'.              00045500
           PERFORM 6000-WRITE-REPORT                                    00045600
              THRU 6000-WRITE-REPORT-END.                               00045700
           CLOSE RPT01-OUT.                                             00045800
                                                                        00045900
           DISPLAY '3_____ADD THIS RUN TO THE HISTORY'.                 00046000
           PERFORM 8000-WRITE-HISTORY                                   00046100
              THRU 8000-WRITE-HISTORY-END.                              00046200
                                                                        00046300
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00046400
           PERFORM 9000-DISPLAY-STATS                                   00046500
              THRU 9000-DISPLAY-STATS-END.                              00046600
                                                                        00046700
           IF WS-NO-ALERTS > 0                                          00046800
              MOVE 4 TO RETURN-CODE                                     00046900
           END-IF.                                                      00047000
                                                                        00047100
           GOBACK.                                                      00047200
                                                                        00047300
      *------------*                                                    00047400
       1000-INIT.                                                       00047500
      *------------*                                                    00047600
           DISPLAY "***** INIT PROCESS *****".                          00047700
                                                                        00047800
           MOVE SPACE TO WS-FILE-STATUS.                                00047900
           INITIALIZE WS-SEG-COUNTS.                                    00048000
           INITIALIZE WS-DIST-TABLE.                                    00048100
           INITIALIZE WS-CAT-MAXIMA.                                    00048200
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00048300
           ACCEPT WS-RUN-TIME FROM TIME.                                00048400
                                                                        00048500
           OPEN INPUT CTLCARD.                                          00048600
           IF WS-CTL-FS = '00'                                          00048700
              READ CTLCARD INTO CTL-CARD-REC                            00048800
                 AT END                                                 00048900
                    DISPLAY 'CTLCARD EMPTY - NO THRESHOLDS'             00049000
                 NOT AT END                                             00049100
                    IF CTL-REORG-SEGS NUMERIC                           00049200
                       MOVE CTL-REORG-SEGS TO WS-REORG-SEGS             00049300
                    END-IF                                              00049400
                    IF CTL-SPLIT-SEGS NUMERIC                           00049500
                       MOVE CTL-SPLIT-SEGS TO WS-SPLIT-SEGS             00049600
                    END-IF                                              00049700
                    IF CTL-CHAIN-MAX NUMERIC                            00049800
                       MOVE CTL-CHAIN-MAX TO WS-CHAIN-MAX               00049900
                    END-IF                                              00050000
                    IF CTL-WARN-DAYS NUMERIC                            00050100
                       MOVE CTL-WARN-DAYS TO WS-WARN-DAYS               00050200
                    END-IF                                              00050300
              END-READ                                                  00050400
              CLOSE CTLCARD                                             00050500
           ELSE                                                         00050600
              DISPLAY 'CTLCARD NOT AVAILABLE - NO THRESHOLDS'           00050700
           END-IF.                                                      00050800
           DISPLAY 'REORG THRESHOLD    : ' WS-REORG-SEGS.               00050900
           DISPLAY 'SPLIT THRESHOLD    : ' WS-SPLIT-SEGS.               00051000
           DISPLAY 'CHAIN MAXIMUM      : ' WS-CHAIN-MAX.                00051100
           DISPLAY 'WARNING DAYS       : ' WS-WARN-DAYS.                00051200
                                                                        00051300
      *    the history is append-only; only the latest run is           00051400
      *    kept for the trend. the very first run finds no file         00051500
           OPEN INPUT DBPHIST.                                          00051600
           IF WS-HIST-FS = '00'                                         00051700
              PERFORM 1100-READ-HISTORY                                 00051800
                 THRU 1100-READ-HISTORY-END                             00051900
                 UNTIL WS-HIST-EOF                                      00052000
              CLOSE DBPHIST                                             00052100
           ELSE                                                         00052200
              DISPLAY 'NO PROFILE HISTORY YET: ' WS-HIST-FS             00052300
           END-IF.                                                      00052400
                                                                        00052500
           OPEN OUTPUT RPT01-OUT.                                       00052600
           IF WS-RPT01-FS NOT = '00'                                    00052700
      D       DISPLAY "ERROR OPEN FILE PRFRPT: " WS-RPT01-FS            00052800
              PERFORM 9999-ABEND                                        00052900
                 THRU 9999-ABEND-END                                    00053000
           END-IF.                                                      00053100
                                                                        00053200
           DISPLAY "***** FIN INIT PROCESS *****".                      00053300
                                                                        00053400
      *----------------*                                                00053500
       1000-INIT-END.                                                   00053600
      *----------------*                                                00053700
           EXIT.                                                        00053800
                                                                        00053900
      *-----------------------*                                         00054000
       1100-READ-HISTORY.                                               00054100
      *-----------------------*                                         00054200
           READ DBPHIST                                                 00054300
           END-READ.                                                    00054400
                                                                        00054500
           EVALUATE TRUE                                                00054600
             WHEN WS-HIST-FS = '00'                                     00054700
               ADD 1 TO WS-NO-HIST-READ                                 00054800
               MOVE DBPHIST-REC TO WS-PREV-HIST                         00054900
               MOVE 'Y' TO WS-PREV-FOUND                                00055000
             WHEN WS-HIST-FS = '10'                                     00055100
               SET WS-HIST-EOF TO TRUE                                  00055200
             WHEN OTHER                                                 00055300
      D        DISPLAY "ERROR READ FILE DBPHIST !!!: " WS-HIST-FS       00055400
               PERFORM 9999-ABEND                                       00055500
                  THRU 9999-ABEND-END                                   00055600
           END-EVALUATE.                                                00055700
      *-----------------------*                                         00055800
       1100-READ-HISTORY-END.                                           00055900
      *-----------------------*                                         00056000
           EXIT.                                                        00056100
                                                                        00056200
      *-------------------------*                                       00056300
       4000-SCAN-SEGMENT.                                               00056400
      *-------------------------*                                       00056500
                                                                        00056600
      *    a GN with no SSA at all steps to the next segment of         00056700
      *    any type, in hierarchic sequence, and returns its type       00056800
      *    in SEG-NAME                                                  00056900
           INITIALIZE SEG-IO-AREA.                                      00057000
                                                                        00057100
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        00057200
                                PCB-MASK-GI,                            00057300
                                SEG-IO-AREA.                            00057400
                                                                        00057500
           IF STATUS-CODE = '  '                                        00057600
              ADD 1 TO WS-TOTAL-SEGS                                    00057700
              PERFORM 4100-FIND-SEG-TYPE                                00057800
                 THRU 4100-FIND-SEG-TYPE-END                            00057900
              ADD 1 TO WS-SEG-COUNT (WS-SEG-SUB)                        00058000
              IF SEG-NAME = 'PATIENT'                                   00058100
                 IF WS-HAVE-PATIENT                                     00058200
                    PERFORM 5000-CLOSE-PATIENT                          00058300
                       THRU 5000-CLOSE-PATIENT-END                      00058400
                 END-IF                                                 00058500
                 PERFORM 4200-OPEN-PATIENT                              00058600
                    THRU 4200-OPEN-PATIENT-END                          00058700
              ELSE                                                      00058800
                 PERFORM 4300-COUNT-DEPENDENT                           00058900
                    THRU 4300-COUNT-DEPENDENT-END                       00059000
              END-IF                                                    00059100
              MOVE DLI-GN TO WS-DLI-FUNCTION                            00059200
           ELSE                                                         00059300
      D         DISPLAY 'END OF DATABASE SCAN :' STATUS-CODE            00059400
           END-IF.                                                      00059500
                                                                        00059600
      *-------------------------*                                       00059700
       4000-SCAN-SEGMENT-END.                                           00059800
      *-------------------------*                                       00059900
           EXIT.                                                        00060000
                                                                        00060100
      *-------------------------*                                       00060200
       4100-FIND-SEG-TYPE.                                              00060300
      *-------------------------*                                       00060400
      *    a type missing from the table is counted as other            00060500
           MOVE 'N' TO WS-SEG-FOUND.                                    00060600
           PERFORM 4110-SEG-TYPE-LOOKUP                                 00060700
              THRU 4110-SEG-TYPE-LOOKUP-END                             00060800
              VARYING SEG-IDX FROM 1 BY 1                               00060900
              UNTIL SEG-IDX > WS-SEG-TYPE-MAX                           00061000
                 OR WS-SEG-HIT.                                         00061100
           IF NOT WS-SEG-HIT                                            00061200
              MOVE WS-SEG-TYPE-MAX TO WS-SEG-SUB                        00061300
           END-IF.                                                      00061400
      *-------------------------*                                       00061500
       4100-FIND-SEG-TYPE-END.                                          00061600
      *-------------------------*                                       00061700
           EXIT.                                                        00061800
                                                                        00061900
      *-------------------------*                                       00062000
       4110-SEG-TYPE-LOOKUP.                                            00062100
      *-------------------------*                                       00062200
           IF WS-SEG-TYPE-NAME (SEG-IDX) = SEG-NAME                     00062300
              MOVE 'Y' TO WS-SEG-FOUND                                  00062400
              SET WS-SEG-SUB TO SEG-IDX                                 00062500
           END-IF.                                                      00062600
      *-------------------------*                                       00062700
       4110-SEG-TYPE-LOOKUP-END.                                        00062800
      *-------------------------*                                       00062900
           EXIT.                                                        00063000
                                                                        00063100
      *-------------------------*                                       00063200
       4200-OPEN-PATIENT.                                               00063300
      *-------------------------*                                       00063400
           MOVE 'Y' TO WS-PATIENT-SEEN.                                 00063500
           MOVE WS-PATIENT-ID TO WS-CUR-PATIENT-ID.                     00063600
           ADD 1 TO WS-NO-PATIENTS.                                     00063700
           INITIALIZE WS-PAT-COUNTS.                                    00063800
           INITIALIZE WS-PAT-CHAINS.                                    00063900
           INITIALIZE WS-RUN-CHAINS.                                    00064000
           MOVE ZERO TO WS-PAT-DEPENDENTS.                              00064100
           MOVE SPACE TO WS-CUR-BIL-FACILITY.                           00064200
      *-------------------------*                                       00064300
       4200-OPEN-PATIENT-END.                                           00064400
      *-------------------------*                                       00064500
           EXIT.                                                        00064600
                                                                        00064700
      *-------------------------*                                       00064800
       4300-COUNT-DEPENDENT.                                            00064900
      *-------------------------*                                       00065000
      *    twins of a type sit under one parent; a new parent           00065100
      *    starts its children's chain again from zero, so the          00065200
      *    longest chain kept is the longest under any one parent       00065300
           IF WS-HAVE-PATIENT                                           00065400
              ADD 1 TO WS-PAT-DEPENDENTS                                00065500
              ADD 1 TO WS-PAT-SEG-CNT (WS-SEG-SUB)                      00065600
              ADD 1 TO WS-RUN-CHAIN (WS-SEG-SUB)                        00065700
              IF WS-RUN-CHAIN (WS-SEG-SUB) >                            00065800
                 WS-PAT-CHAIN (WS-SEG-SUB)                              00065900
                 MOVE WS-RUN-CHAIN (WS-SEG-SUB)                         00066000
                   TO WS-PAT-CHAIN (WS-SEG-SUB)                         00066100
              END-IF                                                    00066200
              SET SEG-IDX TO WS-SEG-SUB                                 00066300
              MOVE WS-SEG-CHILD-TYPE (SEG-IDX) TO WS-CHILD-SUB          00066400
              IF WS-CHILD-SUB > 0                                       00066500
                 MOVE ZERO TO WS-RUN-CHAIN (WS-CHILD-SUB)               00066600
              END-IF                                                    00066700
           END-IF.                                                      00066800
                                                                        00066900
      *    facility of the clinical and financial segments; a           00067000
      *    payment without its own code belongs to its invoice          00067100
           EVALUATE SEG-NAME                                            00067200
             WHEN 'TREATMNT'                                            00067300
                MOVE WS-TRT-FACILITY TO WS-SAVE-FACILITY                00067400
                PERFORM 4400-FIND-FACILITY-SLOT                         00067500
                   THRU 4400-FIND-FACILITY-SLOT-END                     00067600
                ADD 1 TO WS-FP-TREATMNT (WS-FAC-HIT-SUB)                00067700
             WHEN 'BILLING'                                             00067800
                MOVE WS-BIL-FACILITY TO WS-SAVE-FACILITY                00067900
                PERFORM 4400-FIND-FACILITY-SLOT                         00068000
                   THRU 4400-FIND-FACILITY-SLOT-END                     00068100
                MOVE WS-SAVE-FACILITY TO WS-CUR-BIL-FACILITY            00068200
                ADD 1 TO WS-FP-BILLING (WS-FAC-HIT-SUB)                 00068300
             WHEN 'PAYMENT'                                             00068400
                MOVE WS-PAY-FACILITY TO WS-SAVE-FACILITY                00068500
                IF WS-SAVE-FACILITY = SPACE                             00068600
                   MOVE WS-CUR-BIL-FACILITY TO WS-SAVE-FACILITY         00068700
                END-IF                                                  00068800
                PERFORM 4400-FIND-FACILITY-SLOT                         00068900
                   THRU 4400-FIND-FACILITY-SLOT-END                     00069000
                ADD 1 TO WS-FP-PAYMENT (WS-FAC-HIT-SUB)                 00069100
             WHEN OTHER                                                 00069200
                CONTINUE                                                00069300
           END-EVALUATE.                                                00069400
      *-------------------------*                                       00069500
       4300-COUNT-DEPENDENT-END.                                        00069600
      *-------------------------*                                       00069700
           EXIT.                                                        00069800
                                                                        00069900
      *-------------------------*                                       00070000
       4400-FIND-FACILITY-SLOT.                                         00070100
      *-------------------------*                                       00070200
      *    segments from the time before facility codes count           00070300
      *    under the first clinic                                       00070400
           IF WS-SAVE-FACILITY = SPACE                                  00070500
              MOVE '01' TO WS-SAVE-FACILITY                             00070600
           END-IF.                                                      00070700
           MOVE 'N' TO WS-FAC-FOUND.                                    00070800
           PERFORM 4410-FACILITY-LOOKUP                                 00070900
              THRU 4410-FACILITY-LOOKUP-END                             00071000
              VARYING FAC-IDX FROM 1 BY 1                               00071100
              UNTIL FAC-IDX > WS-FAC-COUNT                              00071200
                 OR WS-FAC-HIT.                                         00071300
           IF NOT WS-FAC-HIT                                            00071400
              IF WS-FAC-COUNT < WS-FAC-MAX                              00071500
                 ADD 1 TO WS-FAC-COUNT                                  00071600
                 SET FAC-IDX TO WS-FAC-COUNT                            00071700
                 SET WS-FAC-HIT-SUB TO FAC-IDX                          00071800
                 MOVE WS-SAVE-FACILITY TO WS-FP-FACILITY (FAC-IDX)      00071900
                 MOVE ZERO TO WS-FP-TREATMNT (FAC-IDX)                  00072000
                 MOVE ZERO TO WS-FP-BILLING (FAC-IDX)                   00072100
                 MOVE ZERO TO WS-FP-PAYMENT (FAC-IDX)                   00072200
              ELSE                                                      00072300
                 DISPLAY 'FACILITY TABLE FULL: ' WS-SAVE-FACILITY       00072400
                 SET WS-FAC-HIT-SUB TO 1                                00072500
              END-IF                                                    00072600
           END-IF.                                                      00072700
      *-------------------------*                                       00072800
       4400-FIND-FACILITY-SLOT-END.                                     00072900
      *-------------------------*                                       00073000
           EXIT.                                                        00073100
                                                                        00073200
      *-------------------------*                                       00073300
       4410-FACILITY-LOOKUP.                                            00073400
      *-------------------------*                                       00073500
           IF WS-FP-FACILITY (FAC-IDX) = WS-SAVE-FACILITY               00073600
              MOVE 'Y' TO WS-FAC-FOUND                                  00073700
              SET WS-FAC-HIT-SUB TO FAC-IDX                             00073800
           END-IF.                                                      00073900
      *-------------------------*                                       00074000
       4410-FACILITY-LOOKUP-END.                                        00074100
      *-------------------------*                                       00074200
           EXIT.                                                        00074300
                                                                        00074400
      *-------------------------*                                       00074500
       5000-CLOSE-PATIENT.                                              00074600
      *-------------------------*                                       00074700
           IF WS-PAT-DEPENDENTS = 0                                     00074800
              ADD 1 TO WS-NO-EMPTY-ROOTS                                00074900
              IF WS-EMPTY-COUNT < WS-EMPTY-MAX                          00075000
                 ADD 1 TO WS-EMPTY-COUNT                                00075100
                 MOVE WS-CUR-PATIENT-ID                                 00075200
                   TO WS-EMPTY-PATIENT (WS-EMPTY-COUNT)                 00075300
              END-IF                                                    00075400
           END-IF.                                                      00075500
                                                                        00075600
      *    categories: 1 TREATMNT, 2 BILLING, 3 PAYMENT and             00075700
      *    4 MEDICAL with its DRUG segments                             00075800
           PERFORM 5100-BUCKET-ONE-CATEGORY                             00075900
              THRU 5100-BUCKET-ONE-CATEGORY-END                         00076000
              VARYING WS-CAT-SUB FROM 1 BY 1                            00076100
              UNTIL WS-CAT-SUB > 4.                                     00076200
                                                                        00076300
      *    the patient's longest twin chain, over all dependent         00076400
      *    types, ranks it among the longest of the database            00076500
           MOVE ZERO TO WS-PAT-LONG-LEN.                                00076600
           MOVE SPACE TO WS-PAT-LONG-TYPE.                              00076700
           PERFORM 5200-LONGEST-CHAIN                                   00076800
              THRU 5200-LONGEST-CHAIN-END                               00076900
              VARYING WS-SEG-SUB FROM 2 BY 1                            00077000
              UNTIL WS-SEG-SUB > WS-SEG-TYPE-MAX.                       00077100
           IF WS-CHAIN-MAX > 0                                          00077200
              AND WS-PAT-LONG-LEN > WS-CHAIN-MAX                        00077300
              ADD 1 TO WS-NO-CHAIN-OVER                                 00077400
           END-IF.                                                      00077500
           IF WS-PAT-LONG-LEN > 0                                       00077600
              PERFORM 5300-RANK-PATIENT                                 00077700
                 THRU 5300-RANK-PATIENT-END                             00077800
           END-IF.                                                      00077900
           MOVE 'N' TO WS-PATIENT-SEEN.                                 00078000
      *-------------------------*                                       00078100
       5000-CLOSE-PATIENT-END.                                          00078200
      *-------------------------*                                       00078300
           EXIT.                                                        00078400
                                                                        00078500
      *-------------------------*                                       00078600
       5100-BUCKET-ONE-CATEGORY.                                        00078700
      *-------------------------*                                       00078800
           EVALUATE WS-CAT-SUB                                          00078900
             WHEN 1                                                     00079000
                MOVE WS-PAT-SEG-CNT (2) TO WS-CAT-VALUE                 00079100
             WHEN 2                                                     00079200
                MOVE WS-PAT-SEG-CNT (4) TO WS-CAT-VALUE                 00079300
             WHEN 3                                                     00079400
                MOVE WS-PAT-SEG-CNT (5) TO WS-CAT-VALUE                 00079500
             WHEN OTHER                                                 00079600
                COMPUTE WS-CAT-VALUE =                                  00079700
                   WS-PAT-SEG-CNT (6) + WS-PAT-SEG-CNT (7)              00079800
           END-EVALUATE.                                                00079900
           IF WS-CAT-VALUE > WS-CAT-MAX (WS-CAT-SUB)                    00080000
              MOVE WS-CAT-VALUE TO WS-CAT-MAX (WS-CAT-SUB)              00080100
           END-IF.                                                      00080200
           MOVE 'N' TO WS-BKT-FOUND.                                    00080300
           PERFORM 5110-BUCKET-LOOKUP                                   00080400
              THRU 5110-BUCKET-LOOKUP-END                               00080500
              VARYING BKT-IDX FROM 1 BY 1                               00080600
              UNTIL BKT-IDX > WS-BKT-MAX                                00080700
                 OR WS-BKT-HIT.                                         00080800
           ADD 1 TO WS-DIST-CNT (WS-BKT-SUB, WS-CAT-SUB).               00080900
      *-------------------------*                                       00081000
       5100-BUCKET-ONE-CATEGORY-END.                                    00081100
      *-------------------------*                                       00081200
           EXIT.                                                        00081300
                                                                        00081400
      *-------------------------*                                       00081500
       5110-BUCKET-LOOKUP.                                              00081600
      *-------------------------*                                       00081700
           IF WS-CAT-VALUE NOT > WS-BKT-HIGH (BKT-IDX)                  00081800
              MOVE 'Y' TO WS-BKT-FOUND                                  00081900
              SET WS-BKT-SUB TO BKT-IDX                                 00082000
           END-IF.                                                      00082100
      *-------------------------*                                       00082200
       5110-BUCKET-LOOKUP-END.                                          00082300
      *-------------------------*                                       00082400
           EXIT.                                                        00082500
                                                                        00082600
      *-------------------------*                                       00082700
       5200-LONGEST-CHAIN.                                              00082800
      *-------------------------*                                       00082900
           IF WS-PAT-CHAIN (WS-SEG-SUB) > WS-PAT-LONG-LEN               00083000
              MOVE WS-PAT-CHAIN (WS-SEG-SUB) TO WS-PAT-LONG-LEN         00083100
              SET SEG-IDX TO WS-SEG-SUB                                 00083200
              MOVE WS-SEG-TYPE-NAME (SEG-IDX) TO WS-PAT-LONG-TYPE       00083300
           END-IF.                                                      00083400
      *-------------------------*                                       00083500
       5200-LONGEST-CHAIN-END.                                          00083600
      *-------------------------*                                       00083700
           EXIT.                                                        00083800
                                                                        00083900
      *-------------------------*                                       00084000
       5300-RANK-PATIENT.                                               00084100
      *-------------------------*                                       00084200
      *    a full table only takes a patient longer than its            00084300
      *    last entry; the newcomer goes last, then moves up            00084400
           IF WS-TOP-COUNT < WS-TOP-MAX                                 00084500
              ADD 1 TO WS-TOP-COUNT                                     00084600
           ELSE                                                         00084700
              IF WS-PAT-LONG-LEN NOT > WS-TOP-LEN (WS-TOP-COUNT)        00084800
                 GO TO 5300-RANK-PATIENT-END                            00084900
              END-IF                                                    00085000
           END-IF.                                                      00085100
           MOVE WS-CUR-PATIENT-ID TO WS-TOP-PATIENT (WS-TOP-COUNT).     00085200
           MOVE WS-PAT-LONG-TYPE  TO WS-TOP-TYPE (WS-TOP-COUNT).        00085300
           MOVE WS-PAT-LONG-LEN   TO WS-TOP-LEN (WS-TOP-COUNT).         00085400
           MOVE WS-PAT-DEPENDENTS TO WS-TOP-DEPEND (WS-TOP-COUNT).      00085500
           PERFORM 5310-MOVE-UP-ONE                                     00085600
              THRU 5310-MOVE-UP-ONE-END                                 00085700
              VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1                00085800
              UNTIL WS-TOP-SUB < 2.                                     00085900
      *-------------------------*                                       00086000
       5300-RANK-PATIENT-END.                                           00086100
      *-------------------------*                                       00086200
           EXIT.                                                        00086300
                                                                        00086400
      *-------------------------*                                       00086500
       5310-MOVE-UP-ONE.                                                00086600
      *-------------------------*                                       00086700
      *    once in place, the loop is ended from here                   00086800
           IF WS-TOP-LEN (WS-TOP-SUB - 1) NOT < WS-TOP-LEN (WS-TOP-SUB) 00086900
              MOVE 1 TO WS-TOP-SUB                                      00087000
              GO TO 5310-MOVE-UP-ONE-END                                00087100
           END-IF.                                                      00087200
           MOVE WS-TOP-ENTRY (WS-TOP-SUB - 1) TO WS-TOP-SWAP.           00087300
           MOVE WS-TOP-ENTRY (WS-TOP-SUB)                               00087400
             TO WS-TOP-ENTRY (WS-TOP-SUB - 1).                          00087500
           MOVE WS-TOP-SWAP TO WS-TOP-ENTRY (WS-TOP-SUB).               00087600
      *-------------------------*                                       00087700
       5310-MOVE-UP-ONE-END.                                            00087800
      *-------------------------*                                       00087900
           EXIT.                                                        00088000
                                                                        00088100
      *-------------------------*                                       00088200
       6000-WRITE-REPORT.                                               00088300
      *-------------------------*                                       00088400
           MOVE WS-RUN-DATE TO RPT-T-DATE.                              00088500
           IF WS-HAVE-PREV                                              00088600
              MOVE WS-PREV-RUN-DATE TO RPT-T-PREV                       00088700
           ELSE                                                         00088800
              MOVE 'NONE' TO RPT-T-PREV                                 00088900
           END-IF.                                                      00089000
           WRITE RPT01-OUT-REC FROM RPT-TITLE-LINE                      00089100
              AFTER ADVANCING 1 LINE.                                   00089200
                                                                        00089300
           MOVE 'SEGMENTS BY TYPE, GROWTH SINCE THE PREVIOUS RUN'       00089400
             TO RPT-S-TEXT.                                             00089500
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00089600
              AFTER ADVANCING 2 LINES.                                  00089700
           WRITE RPT01-OUT-REC FROM RPT-SEG-HEADER                      00089800
              AFTER ADVANCING 1 LINE.                                   00089900
           PERFORM 6100-WRITE-ONE-SEG-TYPE                              00090000
              THRU 6100-WRITE-ONE-SEG-TYPE-END                          00090100
              VARYING WS-SEG-SUB FROM 1 BY 1                            00090200
              UNTIL WS-SEG-SUB > WS-SEG-TYPE-MAX.                       00090300
           MOVE 'TOTAL'       TO RPT-G-TYPE.                            00090400
           MOVE WS-TOTAL-SEGS TO RPT-G-CURRENT.                         00090500
           IF WS-HAVE-PREV                                              00090600
              MOVE WS-PREV-TOTAL TO RPT-NUM-EDIT                        00090700
              MOVE RPT-NUM-EDIT  TO RPT-G-PREVIOUS                      00090800
              COMPUTE WS-GROWTH = WS-TOTAL-SEGS - WS-PREV-TOTAL         00090900
              MOVE WS-GROWTH     TO RPT-SIGN-EDIT                       00091000
              MOVE RPT-SIGN-EDIT TO RPT-G-GROWTH                        00091100
           ELSE                                                         00091200
              MOVE SPACE TO RPT-G-PREVIOUS                              00091300
              MOVE SPACE TO RPT-G-GROWTH                                00091400
           END-IF.                                                      00091500
           WRITE RPT01-OUT-REC FROM RPT-SEG-LINE                        00091600
              AFTER ADVANCING 1 LINE.                                   00091700
                                                                        00091800
           MOVE 'TREATMNT, BILLING AND PAYMENT SEGMENTS BY FACILITY'    00091900
             TO RPT-S-TEXT.                                             00092000
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00092100
              AFTER ADVANCING 2 LINES.                                  00092200
           WRITE RPT01-OUT-REC FROM RPT-FAC-HEADER                      00092300
              AFTER ADVANCING 1 LINE.                                   00092400
           PERFORM 6200-WRITE-ONE-FACILITY                              00092500
              THRU 6200-WRITE-ONE-FACILITY-END                          00092600
              VARYING WS-FAC-SUB FROM 1 BY 1                            00092700
              UNTIL WS-FAC-SUB > WS-FAC-COUNT.                          00092800
                                                                        00092900
           MOVE 'PATIENTS BY NUMBER OF CHILDREN' TO RPT-S-TEXT.         00093000
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00093100
              AFTER ADVANCING 2 LINES.                                  00093200
           WRITE RPT01-OUT-REC FROM RPT-DIST-HEADER                     00093300
              AFTER ADVANCING 1 LINE.                                   00093400
           PERFORM 6300-WRITE-ONE-BUCKET                                00093500
              THRU 6300-WRITE-ONE-BUCKET-END                            00093600
              VARYING WS-BKT-SUB FROM 1 BY 1                            00093700
              UNTIL WS-BKT-SUB > WS-BKT-MAX.                            00093800
           MOVE 'MAXIMUM' TO RPT-D-LABEL.                               00093900
           PERFORM 6310-EDIT-ONE-MAXIMUM                                00094000
              THRU 6310-EDIT-ONE-MAXIMUM-END                            00094100
              VARYING WS-CAT-SUB FROM 1 BY 1                            00094200
              UNTIL WS-CAT-SUB > 4.                                     00094300
           WRITE RPT01-OUT-REC FROM RPT-DIST-LINE                       00094400
              AFTER ADVANCING 1 LINE.                                   00094500
                                                                        00094600
           MOVE 'PATIENTS WITH THE LONGEST TWIN CHAINS' TO RPT-S-TEXT.  00094700
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00094800
              AFTER ADVANCING 2 LINES.                                  00094900
           WRITE RPT01-OUT-REC FROM RPT-TOP-HEADER                      00095000
              AFTER ADVANCING 1 LINE.                                   00095100
           PERFORM 6400-WRITE-ONE-TOP                                   00095200
              THRU 6400-WRITE-ONE-TOP-END                               00095300
              VARYING WS-TOP-SUB FROM 1 BY 1                            00095400
              UNTIL WS-TOP-SUB > WS-TOP-COUNT.                          00095500
           IF WS-CHAIN-MAX > 0                                          00095600
              MOVE 'PATIENTS OVER THE CHAIN MAXIMUM'                    00095700
                TO RPT-C-TEXT                                           00095800
              MOVE WS-NO-CHAIN-OVER TO RPT-C-COUNT                      00095900
              WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                   00096000
                 AFTER ADVANCING 1 LINE                                 00096100
              IF WS-NO-CHAIN-OVER > 0                                   00096200
                 ADD 1 TO WS-NO-ALERTS                                  00096300
              END-IF                                                    00096400
           END-IF.                                                      00096500
                                                                        00096600
           MOVE 'ROOT SEGMENTS WITH NO CHILDREN' TO RPT-S-TEXT.         00096700
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00096800
              AFTER ADVANCING 2 LINES.                                  00096900
           MOVE 'PATIENTS WITHOUT ANY DEPENDENT'  TO RPT-C-TEXT.        00097000
           MOVE WS-NO-EMPTY-ROOTS TO RPT-C-COUNT.                       00097100
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00097200
              AFTER ADVANCING 1 LINE.                                   00097300
           PERFORM 6500-WRITE-ONE-EMPTY                                 00097400
              THRU 6500-WRITE-ONE-EMPTY-END                             00097500
              VARYING WS-EMPTY-SUB FROM 1 BY 1                          00097600
              UNTIL WS-EMPTY-SUB > WS-EMPTY-COUNT.                      00097700
           IF WS-NO-EMPTY-ROOTS > WS-EMPTY-COUNT                        00097800
              MOVE 'NOT LISTED (LIST IS LIMITED)' TO RPT-C-TEXT         00097900
              COMPUTE RPT-C-COUNT =                                     00098000
                 WS-NO-EMPTY-ROOTS - WS-EMPTY-COUNT                     00098100
              WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                   00098200
                 AFTER ADVANCING 1 LINE                                 00098300
           END-IF.                                                      00098400
                                                                        00098500
           PERFORM 7000-WRITE-PROJECTION                                00098600
              THRU 7000-WRITE-PROJECTION-END.                           00098700
      *-------------------------*                                       00098800
       6000-WRITE-REPORT-END.                                           00098900
      *-------------------------*                                       00099000
           EXIT.                                                        00099100
                                                                        00099200
      *-------------------------*                                       00099300
       6100-WRITE-ONE-SEG-TYPE.                                         00099400
      *-------------------------*                                       00099500
           SET SEG-IDX TO WS-SEG-SUB.                                   00099600
           MOVE WS-SEG-TYPE-NAME (SEG-IDX) TO RPT-G-TYPE.               00099700
           MOVE WS-SEG-COUNT (WS-SEG-SUB)  TO RPT-G-CURRENT.            00099800
           IF WS-HAVE-PREV                                              00099900
              MOVE WS-PREV-SEG-COUNT (WS-SEG-SUB) TO RPT-NUM-EDIT       00100000
              MOVE RPT-NUM-EDIT TO RPT-G-PREVIOUS                       00100100
              COMPUTE WS-GROWTH = WS-SEG-COUNT (WS-SEG-SUB)             00100200
                                - WS-PREV-SEG-COUNT (WS-SEG-SUB)        00100300
              MOVE WS-GROWTH     TO RPT-SIGN-EDIT                       00100400
              MOVE RPT-SIGN-EDIT TO RPT-G-GROWTH                        00100500
           ELSE                                                         00100600
              MOVE SPACE TO RPT-G-PREVIOUS                              00100700
              MOVE SPACE TO RPT-G-GROWTH                                00100800
           END-IF.                                                      00100900
           WRITE RPT01-OUT-REC FROM RPT-SEG-LINE                        00101000
              AFTER ADVANCING 1 LINE.                                   00101100
      *-------------------------*                                       00101200
       6100-WRITE-ONE-SEG-TYPE-END.                                     00101300
      *-------------------------*                                       00101400
           EXIT.                                                        00101500
                                                                        00101600
      *-------------------------*                                       00101700
       6200-WRITE-ONE-FACILITY.                                         00101800
      *-------------------------*                                       00101900
           SET FAC-IDX TO WS-FAC-SUB.                                   00102000
           MOVE WS-FP-FACILITY (FAC-IDX) TO RPT-F-FACILITY.             00102100
           MOVE WS-FP-TREATMNT (FAC-IDX) TO RPT-F-TREATMNT.             00102200
           MOVE WS-FP-BILLING (FAC-IDX)  TO RPT-F-BILLING.              00102300
           MOVE WS-FP-PAYMENT (FAC-IDX)  TO RPT-F-PAYMENT.              00102400
           WRITE RPT01-OUT-REC FROM RPT-FAC-LINE                        00102500
              AFTER ADVANCING 1 LINE.                                   00102600
      *-------------------------*                                       00102700
       6200-WRITE-ONE-FACILITY-END.                                     00102800
      *-------------------------*                                       00102900
           EXIT.                                                        00103000
                                                                        00103100
      *-------------------------*                                       00103200
       6300-WRITE-ONE-BUCKET.                                           00103300
      *-------------------------*                                       00103400
           SET BKT-IDX TO WS-BKT-SUB.                                   00103500
           MOVE WS-BKT-LABEL (BKT-IDX) TO RPT-D-LABEL.                  00103600
           MOVE WS-DIST-CNT (WS-BKT-SUB, 1) TO RPT-D-COL (1).           00103700
           MOVE WS-DIST-CNT (WS-BKT-SUB, 2) TO RPT-D-COL (2).           00103800
           MOVE WS-DIST-CNT (WS-BKT-SUB, 3) TO RPT-D-COL (3).           00103900
           MOVE WS-DIST-CNT (WS-BKT-SUB, 4) TO RPT-D-COL (4).           00104000
           WRITE RPT01-OUT-REC FROM RPT-DIST-LINE                       00104100
              AFTER ADVANCING 1 LINE.                                   00104200
      *-------------------------*                                       00104300
       6300-WRITE-ONE-BUCKET-END.                                       00104400
      *-------------------------*                                       00104500
           EXIT.                                                        00104600
                                                                        00104700
      *-------------------------*                                       00104800
       6310-EDIT-ONE-MAXIMUM.                                           00104900
      *-------------------------*                                       00105000
           MOVE WS-CAT-MAX (WS-CAT-SUB) TO RPT-D-COL (WS-CAT-SUB).      00105100
      *-------------------------*                                       00105200
       6310-EDIT-ONE-MAXIMUM-END.                                       00105300
      *-------------------------*                                       00105400
           EXIT.                                                        00105500
                                                                        00105600
      *-------------------------*                                       00105700
       6400-WRITE-ONE-TOP.                                              00105800
      *-------------------------*                                       00105900
           MOVE WS-TOP-SUB                  TO RPT-P-RANK.              00106000
           MOVE WS-TOP-PATIENT (WS-TOP-SUB) TO RPT-P-PATIENT.           00106100
           MOVE WS-TOP-TYPE (WS-TOP-SUB)    TO RPT-P-TYPE.              00106200
           MOVE WS-TOP-LEN (WS-TOP-SUB)     TO RPT-P-LEN.               00106300
           MOVE WS-TOP-DEPEND (WS-TOP-SUB)  TO RPT-P-DEPEND.            00106400
           MOVE SPACE TO RPT-P-FLAG.                                    00106500
           IF WS-CHAIN-MAX > 0                                          00106600
              AND WS-TOP-LEN (WS-TOP-SUB) > WS-CHAIN-MAX                00106700
              MOVE '*OVER MAX*' TO RPT-P-FLAG                           00106800
           END-IF.                                                      00106900
           WRITE RPT01-OUT-REC FROM RPT-TOP-LINE                        00107000
              AFTER ADVANCING 1 LINE.                                   00107100
      *-------------------------*                                       00107200
       6400-WRITE-ONE-TOP-END.                                          00107300
      *-------------------------*                                       00107400
           EXIT.                                                        00107500
                                                                        00107600
      *-------------------------*                                       00107700
       6500-WRITE-ONE-EMPTY.                                            00107800
      *-------------------------*                                       00107900
           MOVE WS-EMPTY-PATIENT (WS-EMPTY-SUB) TO RPT-E-PATIENT.       00108000
           WRITE RPT01-OUT-REC FROM RPT-EMPTY-LINE                      00108100
              AFTER ADVANCING 1 LINE.                                   00108200
      *-------------------------*                                       00108300
       6500-WRITE-ONE-EMPTY-END.                                        00108400
      *-------------------------*                                       00108500
           EXIT.                                                        00108600
                                                                        00108700
      *-------------------------*                                       00108800
       7000-WRITE-PROJECTION.                                           00108900
      *-------------------------*                                       00109000
      *    growth per day since the previous run, with the same         00109100
      *    approximate day count as PBPAYSC                             00109200
           MOVE 'REORGANIZATION AND SPLIT THRESHOLDS' TO RPT-S-TEXT.    00109300
           WRITE RPT01-OUT-REC FROM RPT-SECTION-LINE                    00109400
              AFTER ADVANCING 2 LINES.                                  00109500
           MOVE ZERO TO WS-ELAPSED-DAYS.                                00109600
           MOVE ZERO TO WS-GROWTH.                                      00109700
           IF WS-HAVE-PREV                                              00109800
              MOVE WS-PREV-RUN-DATE TO WS-PREV-DATE                     00109900
              COMPUTE WS-RUN-DAYS = (WS-RUN-YY * 365)                   00110000
                 + (WS-RUN-MM * 30) + WS-RUN-DD                         00110100
              COMPUTE WS-PREV-DAYS = (WS-PREV-YY * 365)                 00110200
                 + (WS-PREV-MM * 30) + WS-PREV-DD                       00110300
              COMPUTE WS-ELAPSED-DAYS = WS-RUN-DAYS - WS-PREV-DAYS      00110400
              COMPUTE WS-GROWTH = WS-TOTAL-SEGS - WS-PREV-TOTAL         00110500
           END-IF.                                                      00110600
           MOVE 'DAYS SINCE THE PREVIOUS RUN' TO RPT-C-TEXT.            00110700
           MOVE WS-ELAPSED-DAYS TO RPT-C-COUNT.                         00110800
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00110900
              AFTER ADVANCING 1 LINE.                                   00111000
                                                                        00111100
           MOVE 'REORGANIZATION' TO WS-PRJ-LABEL.                       00111200
           MOVE WS-REORG-SEGS    TO WS-PRJ-THRESH.                      00111300
           PERFORM 7100-PROJECT-ONE                                     00111400
              THRU 7100-PROJECT-ONE-END.                                00111500
           MOVE 'DATASET SPLIT'  TO WS-PRJ-LABEL.                       00111600
           MOVE WS-SPLIT-SEGS    TO WS-PRJ-THRESH.                      00111700
           PERFORM 7100-PROJECT-ONE                                     00111800
              THRU 7100-PROJECT-ONE-END.                                00111900
      *-------------------------*                                       00112000
       7000-WRITE-PROJECTION-END.                                       00112100
      *-------------------------*                                       00112200
           EXIT.                                                        00112300
                                                                        00112400
      *-------------------------*                                       00112500
       7100-PROJECT-ONE.                                                00112600
      *-------------------------*                                       00112700
           MOVE WS-PRJ-LABEL  TO RPT-J-LABEL.                           00112800
           MOVE WS-PRJ-THRESH TO RPT-J-THRESH.                          00112900
           EVALUATE TRUE                                                00113000
             WHEN WS-PRJ-THRESH = 0                                     00113100
                MOVE 'NO THRESHOLD ON THE CONTROL CARD' TO RPT-J-TEXT   00113200
             WHEN WS-TOTAL-SEGS NOT < WS-PRJ-THRESH                     00113300
                MOVE '*** THRESHOLD ALREADY CROSSED ***' TO RPT-J-TEXT  00113400
                ADD 1 TO WS-NO-ALERTS                                   00113500
             WHEN NOT WS-HAVE-PREV                                      00113600
                MOVE 'NO PREVIOUS RUN - NOT PROJECTED' TO RPT-J-TEXT    00113700
             WHEN WS-ELAPSED-DAYS NOT > 0                               00113800
                OR WS-GROWTH NOT > 0                                    00113900
                MOVE 'NO GROWTH SINCE LAST RUN - NOT PROJECTED'         00114000
                  TO RPT-J-TEXT                                         00114100
             WHEN OTHER                                                 00114200
                COMPUTE WS-PRJ-DAYS =                                   00114300
                   ((WS-PRJ-THRESH - WS-TOTAL-SEGS) * WS-ELAPSED-DAYS)  00114400
                   / WS-GROWTH                                          00114500
                MOVE WS-PRJ-DAYS TO RPT-NUM-EDIT                        00114600
                MOVE SPACE TO RPT-J-TEXT                                00114700
                IF WS-PRJ-DAYS NOT > WS-WARN-DAYS                       00114800
                   STRING 'REACHED IN ABOUT' RPT-NUM-EDIT               00114900
                          ' DAYS *** WARNING ***'                       00115000
                          DELIMITED BY SIZE INTO RPT-J-TEXT             00115100
                   ADD 1 TO WS-NO-ALERTS                                00115200
                ELSE                                                    00115300
                   STRING 'REACHED IN ABOUT' RPT-NUM-EDIT ' DAYS'       00115400
                          DELIMITED BY SIZE INTO RPT-J-TEXT             00115500
                END-IF                                                  00115600
           END-EVALUATE.                                                00115700
           WRITE RPT01-OUT-REC FROM RPT-PRJ-LINE                        00115800
              AFTER ADVANCING 1 LINE.                                   00115900
      *-------------------------*                                       00116000
       7100-PROJECT-ONE-END.                                            00116100
      *-------------------------*                                       00116200
           EXIT.                                                        00116300
                                                                        00116400
      *-------------------------*                                       00116500
       8000-WRITE-HISTORY.                                              00116600
      *-------------------------*                                       00116700
           OPEN EXTEND DBPHIST.                                         00116800
           IF WS-HIST-FS NOT = '00'                                     00116900
              OPEN OUTPUT DBPHIST                                       00117000
           END-IF.                                                      00117100
           IF WS-HIST-FS NOT = '00'                                     00117200
      D       DISPLAY "ERROR OPEN FILE DBPHIST: " WS-HIST-FS            00117300
              PERFORM 9999-ABEND                                        00117400
                 THRU 9999-ABEND-END                                    00117500
           END-IF.                                                      00117600
           MOVE SPACE             TO DBPHIST-REC.                       00117700
           MOVE WS-RUN-DATE       TO PRH-RUN-DATE.                      00117800
           MOVE WS-RUN-TIME       TO PRH-RUN-TIME.                      00117900
           MOVE WS-TOTAL-SEGS     TO PRH-TOTAL-SEGS.                    00118000
           MOVE WS-NO-EMPTY-ROOTS TO PRH-EMPTY-ROOTS.                   00118100
           PERFORM 8100-MOVE-ONE-COUNT                                  00118200
              THRU 8100-MOVE-ONE-COUNT-END                              00118300
              VARYING WS-SEG-SUB FROM 1 BY 1                            00118400
              UNTIL WS-SEG-SUB > WS-SEG-TYPE-MAX.                       00118500
           WRITE DBPHIST-REC.                                           00118600
           IF WS-HIST-FS NOT = '00'                                     00118700
      D       DISPLAY "ERROR WRITE FILE DBPHIST: " WS-HIST-FS           00118800
              PERFORM 9999-ABEND                                        00118900
                 THRU 9999-ABEND-END                                    00119000
           END-IF.                                                      00119100
           CLOSE DBPHIST.                                               00119200
      *-------------------------*                                       00119300
       8000-WRITE-HISTORY-END.                                          00119400
      *-------------------------*                                       00119500
           EXIT.                                                        00119600
                                                                        00119700
      *-------------------------*                                       00119800
       8100-MOVE-ONE-COUNT.                                             00119900
      *-------------------------*                                       00120000
           MOVE WS-SEG-COUNT (WS-SEG-SUB)                               00120100
             TO PRH-SEG-COUNT (WS-SEG-SUB).                             00120200
      *-------------------------*                                       00120300
       8100-MOVE-ONE-COUNT-END.                                         00120400
      *-------------------------*                                       00120500
           EXIT.                                                        00120600
                                                                        00120700
      *-------------------------*                                       00120800
       9000-DISPLAY-STATS.                                              00120900
      *-------------------------*                                       00121000
           DISPLAY '*****DATABASE PROFILE STATISTICS*****'.             00121100
           DISPLAY 'SEGMENTS SCANNED    :' WS-TOTAL-SEGS.               00121200
           DISPLAY 'PATIENTS            :' WS-NO-PATIENTS.              00121300
           DISPLAY 'ROOTS WITH NO CHILD :' WS-NO-EMPTY-ROOTS.           00121400
           DISPLAY 'CHAINS OVER MAXIMUM :' WS-NO-CHAIN-OVER.            00121500
           DISPLAY 'HISTORY RUNS READ   :' WS-NO-HIST-READ.             00121600
           DISPLAY 'THRESHOLD ALERTS    :' WS-NO-ALERTS.                00121700
      *-------------------------*                                       00121800
       9000-DISPLAY-STATS-END.                                          00121900
      *-------------------------*                                       00122000
           EXIT.                                                        00122100
                                                                        00122200
      *-------------------*                                             00122300
       9999-ABEND.                                                      00122400
      *-------------------*                                             00122500
      D    DISPLAY "WE ARE IN ABEND".                                   00122600
      *    WE FORCE AN ABEND                                            00122700
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00122800
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00122900
           GOBACK.                                                      00123000
      *-------------------*                                             00123100
       9999-ABEND-END.                                                  00123200
      *-------------------*                                             00123300
           EXIT.                                                        00123400
