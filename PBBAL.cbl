      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PBBAL.                                               00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Balancement croise du cycle de facturation nocturne.       00000900
      *      Chaque programme du cycle laisse ses totaux de             00001000
      *      controle (nombre + montant par classe de mouvement)        00001100
      *      sur CTLTOT. Ce programme les rapproche entre eux           00001200
      *      pour la date du cycle et imprime une preuve d'une          00001300
      *      page:                                                      00001400
      *       - charges: PBCHARG + PBCREA = classe CHARGE du GL         00001500
      *       - paiements: PBPAYMT + PPAYPOST = classe PAYMENT          00001600
      *       - memos de credit et de debit: PBCREA = GL                00001700
      *       - renversements NSF: PBNSF = GL                           00001800
      *       - reclamations primaires nouvelles de PBCLAIM =           00001900
      *         lignes de niveau P inscrites au registre CLMREG         00002000
      *       - reclamations secondaires de PBCOB = lignes de           00002100
      *         niveau S inscrites au registre                          00002200
      *      Un paiement impute ce soir sous une autre date de          00002300
      *      paiement entre au journal par l'alimentation GL de         00002400
      *      PBPAYMT; il est compte dans la source PBPAYMT et           00002500
      *      liste a part sous le rapprochement des paiements.          00002600
      *      En equilibre, CYCCTL recoit 'PBBAL COMPLETE'. Au           00002700
      *      moindre bris, CYCCTL recoit 'PBBAL BREAK' (code            00002800
      *      retour 16): PBCHARG, PBSNAP (donc les lecteurs de          00002900
      *      l'image), PBCLAIM, PBNSF et PANLEXT refusent alors         00003000
      *      de demarrer jusqu'a l'approbation (carte PCYCSTMP          00003100
      *      'PBBAL RELEASED') ou une nouvelle preuve en                00003200
      *      equilibre.                                                 00003300
      *                                                                 00003400
      * Fichier entree: CTLCARD, date du cycle (YYYYMMDD)               00003500
      * Fichier entree: CTLTOT, totaux de controle du cycle             00003600
      * Fichier entree: CLMREG, registre des reclamations               00003700
      * Fichier sortie: BALRPT, preuve de balancement                   00003800
      * Fichier CYCCTL: fichier de controle du cycle (ajout)            00003900
      *----------------------------------------------------------*      00004000
      *--------------------*                                            00004100
       ENVIRONMENT DIVISION.                                            00004200
      *--------------------*                                            00004300
       CONFIGURATION SECTION.                                           00004400
       OBJECT-COMPUTER.                                                 00004500
       SOURCE-COMPUTER.                                                 00004600
            IBM-SYSTEM WITH DEBUGGING MODE.                             00004700
       INPUT-OUTPUT SECTION.                                            00004800
       FILE-CONTROL.                                                    00004900
           SELECT CTLCARD ASSIGN TO CTLCARD                             00005000
           ORGANIZATION IS SEQUENTIAL                                   00005100
           FILE STATUS IS WS-CTL-FS.                                    00005200
           SELECT CTLTOT ASSIGN TO CTLTOT                               00005300
           ORGANIZATION IS SEQUENTIAL                                   00005400
           FILE STATUS IS WS-CTT-FS.                                    00005500
           SELECT CLM-REG ASSIGN TO CLMREG                              00005600
           ORGANIZATION IS SEQUENTIAL                                   00005700
           FILE STATUS IS WS-REG-FS.                                    00005800
           SELECT CYCCTL ASSIGN TO CYCCTL                               00005900
           ORGANIZATION IS SEQUENTIAL                                   00006000
           FILE STATUS IS WS-CYC-FS.                                    00006100
           SELECT RPT01-OUT ASSIGN TO BALRPT                            00006200
           ORGANIZATION IS LINE SEQUENTIAL                              00006300
           FILE STATUS IS WS-RPT01-FS.                                  00006400
      *----------------*                                                00006500
       DATA DIVISION.                                                   00006600
      *----------------*                                                00006700
       FILE SECTION.                                                    00006800
                                                                        00006900
       FD  CTLCARD RECORDING MODE F.                                    00007000
       01  CTL-CARD-REC.                                                00007100
           05 CTL-CYCLE-DATE            PIC X(08).                      00007200
           05 FILLER                    PIC X(72).                      00007300
                                                                        00007400
      *    totaux de controle du cycle: un enregistrement par           00007500
      *    classe de mouvement et par execution de programme            00007600
       FD  CTLTOT RECORDING MODE F.                                     00007700
       01  CTT-REC.                                                     00007800
           05 CTT-PROGRAM       PIC X(08).                              00007900
           05 FILLER            PIC X(01).                              00008000
           05 CTT-CYCLE-DATE    PIC 9(08).                              00008100
           05 FILLER            PIC X(01).                              00008200
           05 CTT-TOTAL-ID      PIC X(08).                              00008300
           05 FILLER            PIC X(01).                              00008400
           05 CTT-COUNT         PIC 9(09).                              00008500
           05 FILLER            PIC X(01).                              00008600
           05 CTT-AMOUNT        PIC S9(11)V99.                          00008700
           05 FILLER            PIC X(01).                              00008800
           05 CTT-RUN-DATE      PIC 9(08).                              00008900
           05 FILLER            PIC X(01).                              00009000
           05 CTT-RUN-TIME      PIC 9(08).                              00009100
           05 FILLER            PIC X(12).                              00009200
                                                                        00009300
      *    registre cumulatif des reclamations (PBCLAIM/PBCOB)          00009400
       FD  CLM-REG RECORDING MODE F.                                    00009500
       01  CLM-REG-REC.                                                 00009600
           05 CLR-PATIENID      PIC X(05).                              00009700
           05 FILLER            PIC X(01).                              00009800
           05 CLR-INVOICENO     PIC X(08).                              00009900
           05 FILLER            PIC X(01).                              00010000
           05 CLR-PAYERCD       PIC X(08).                              00010100
           05 FILLER            PIC X(01).                              00010200
           05 CLR-POLICYNO      PIC X(12).                              00010300
           05 FILLER            PIC X(01).                              00010400
           05 CLR-AMOUNT        PIC S9(7)V99.                           00010500
           05 FILLER            PIC X(01).                              00010600
           05 CLR-BILLDATE      PIC X(08).                              00010700
           05 FILLER            PIC X(01).                              00010800
           05 CLR-EXTRDATE      PIC X(08).                              00010900
           05 FILLER            PIC X(01).                              00011000
           05 CLR-LEVEL         PIC X(01).                              00011100
           05 FILLER            PIC X(01).                              00011200
           05 CLR-DISP          PIC X(01).                              00011300
           05 FILLER            PIC X(01).                              00011400
           05 CLR-REASON        PIC X(04).                              00011500
           05 FILLER            PIC X(07).                              00011600
                                                                        00011700
      *    fichier de controle du cycle: un enregistrement par          00011800
      *    fin d'execution ou changement d'etat de la base              00011900
       FD  CYCCTL RECORDING MODE F.                                     00012000
       01  CYC-CTL-REC.                                                 00012100
           05 CYC-PROGRAM       PIC X(08).                              00012200
           05 FILLER            PIC X(01).                              00012300
           05 CYC-RUN-DATE      PIC 9(08).                              00012400
           05 FILLER            PIC X(01).                              00012500
           05 CYC-RUN-TIME      PIC 9(08).                              00012600
           05 FILLER            PIC X(01).                              00012700
           05 CYC-STATUS        PIC X(08).                              00012800
           05 FILLER            PIC X(45).                              00012900
                                                                        00013000
       FD  RPT01-OUT RECORDING MODE F.                                  00013100
       01  RPT01-OUT-REC                PIC X(80).                      00013200
                                                                        00013300
      *-----------------------*                                         00013400
       WORKING-STORAGE SECTION.                                         00013500
      *-----------------------*                                         00013600
       01 WS-FILE-STATUS.                                               00013700
          05 WS-CTL-FS                 PIC X(2).                        00013800
          05 WS-CTT-FS                 PIC X(2).                        00013900
          05 WS-REG-FS                 PIC X(2).                        00014000
          05 WS-CYC-FS                 PIC X(2).                        00014100
          05 WS-RPT01-FS               PIC X(2).                        00014200
                                                                        00014300
       01 WS-CTT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014400
          88 WS-CTT-EOF                 VALUE 'TRUE'.                   00014500
       01 WS-REG-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014600
          88 WS-REG-EOF                 VALUE 'TRUE'.                   00014700
       01 WS-REG-OPENED                 PIC X(01) VALUE 'N'.            00014800
          88 WS-REG-AVAILABLE           VALUE 'Y'.                      00014900
                                                                        00015000
       01 WS-CYCLE-DATE                 PIC X(08).                      00015100
       01 WS-RUN-DATE                   PIC 9(08).                      00015200
       01 WS-CYC-TODAY                  PIC 9(08).                      00015300
       01 WS-CYC-TIME                   PIC 9(08).                      00015400
                                                                        00015500
       01 WS-COUNTERS.                                                  00015600
           05 WS-NO-CTT-READ               PIC 9(8).                    00015700
           05 WS-NO-CTT-TAKEN              PIC 9(8).                    00015800
           05 WS-NO-CTT-UNKNOWN            PIC 9(8).                    00015900
           05 WS-NO-REG-READ               PIC 9(8).                    00016000
           05 WS-NO-REG-TAKEN              PIC 9(8).                    00016100
           05 WS-NO-TIES                   PIC 9(8).                    00016200
           05 WS-NO-BREAKS                 PIC 9(8).                    00016300
                                                                        00016400
      *    totaux rapportes par programme pour la date du cycle;        00016500
      *    les programmes d'imputation s'additionnent d'une             00016600
      *    execution a l'autre, le GL est recalcule a chaque            00016700
      *    passage de PBGLEXT: sa derniere execution fait foi           00016800
       01 WS-CHG-TOTALS.                                                00016900
          05 WS-CHG-CHARG-CNT   PIC 9(09)      VALUE 0.                 00017000
          05 WS-CHG-CHARG-AMT   PIC S9(11)V99  VALUE 0.                 00017100
          05 WS-CHG-CREA-CNT    PIC 9(09)      VALUE 0.                 00017200
          05 WS-CHG-CREA-AMT    PIC S9(11)V99  VALUE 0.                 00017300
          05 WS-CHG-GL-CNT      PIC 9(09)      VALUE 0.                 00017400
          05 WS-CHG-GL-AMT      PIC S9(11)V99  VALUE 0.                 00017500
       01 WS-PAY-TOTALS.                                                00017600
          05 WS-PAY-PAYMT-CNT   PIC 9(09)      VALUE 0.                 00017700
          05 WS-PAY-PAYMT-AMT   PIC S9(11)V99  VALUE 0.                 00017800
          05 WS-PAY-POST-CNT    PIC 9(09)      VALUE 0.                 00017900
          05 WS-PAY-POST-AMT    PIC S9(11)V99  VALUE 0.                 00018000
          05 WS-PAY-GL-CNT      PIC 9(09)      VALUE 0.                 00018100
          05 WS-PAY-GL-AMT      PIC S9(11)V99  VALUE 0.                 00018200
          05 WS-PAY-OFFDT-CNT   PIC 9(09)      VALUE 0.                 00018300
          05 WS-PAY-OFFDT-AMT   PIC S9(11)V99  VALUE 0.                 00018400
       01 WS-MEMO-TOTALS.                                               00018500
          05 WS-CRM-CREA-CNT    PIC 9(09)      VALUE 0.                 00018600
          05 WS-CRM-CREA-AMT    PIC S9(11)V99  VALUE 0.                 00018700
          05 WS-CRM-GL-CNT      PIC 9(09)      VALUE 0.                 00018800
          05 WS-CRM-GL-AMT      PIC S9(11)V99  VALUE 0.                 00018900
          05 WS-DBM-CREA-CNT    PIC 9(09)      VALUE 0.                 00019000
          05 WS-DBM-CREA-AMT    PIC S9(11)V99  VALUE 0.                 00019100
          05 WS-DBM-GL-CNT      PIC 9(09)      VALUE 0.                 00019200
          05 WS-DBM-GL-AMT      PIC S9(11)V99  VALUE 0.                 00019300
          05 WS-NSF-NSF-CNT     PIC 9(09)      VALUE 0.                 00019400
          05 WS-NSF-NSF-AMT     PIC S9(11)V99  VALUE 0.                 00019500
          05 WS-NSF-GL-CNT      PIC 9(09)      VALUE 0.                 00019600
          05 WS-NSF-GL-AMT      PIC S9(11)V99  VALUE 0.                 00019700
       01 WS-CLAIM-TOTALS.                                              00019800
          05 WS-CLP-CLAIM-CNT   PIC 9(09)      VALUE 0.                 00019900
          05 WS-CLP-CLAIM-AMT   PIC S9(11)V99  VALUE 0.                 00020000
          05 WS-CLP-REG-CNT     PIC 9(09)      VALUE 0.                 00020100
          05 WS-CLP-REG-AMT     PIC S9(11)V99  VALUE 0.                 00020200
          05 WS-CLS-COB-CNT     PIC 9(09)      VALUE 0.                 00020300
          05 WS-CLS-COB-AMT     PIC S9(11)V99  VALUE 0.                 00020400
          05 WS-CLS-REG-CNT     PIC 9(09)      VALUE 0.                 00020500
          05 WS-CLS-REG-AMT     PIC S9(11)V99  VALUE 0.                 00020600
                                                                        00020700
      *    programmes dont un total a ete lu pour le cycle              00020800
       01 WS-SEEN-SWITCHES.                                             00020900
          05 WS-SEEN-CHARG      PIC X(01) VALUE 'N'.                    00021000
          05 WS-SEEN-CREA       PIC X(01) VALUE 'N'.                    00021100
          05 WS-SEEN-PAYMT      PIC X(01) VALUE 'N'.                    00021200
          05 WS-SEEN-POST       PIC X(01) VALUE 'N'.                    00021300
          05 WS-SEEN-NSF        PIC X(01) VALUE 'N'.                    00021400
          05 WS-SEEN-GL         PIC X(01) VALUE 'N'.                    00021500
          05 WS-SEEN-CLAIM      PIC X(01) VALUE 'N'.                    00021600
          05 WS-SEEN-COB        PIC X(01) VALUE 'N'.                    00021700
                                                                        00021800
      *    un rapprochement: une ou deux sources contre une cible       00021900
      *    (SEEN: Y = total lu; REQ: Y = programme obligatoire,         00022000
      *    son absence est un bris a elle seule)                        00022100
       01 WS-TIE.                                                       00022200
          05 WS-TIE-TITLE       PIC X(60).                              00022300
          05 WS-TIE-SRC1-PGM    PIC X(08).                              00022400
          05 WS-TIE-SRC1-CNT    PIC 9(09).                              00022500
          05 WS-TIE-SRC1-AMT    PIC S9(11)V99.                          00022600
          05 WS-TIE-SRC1-SEEN   PIC X(01).                              00022700
          05 WS-TIE-SRC1-REQ    PIC X(01).                              00022800
          05 WS-TIE-SRC2-PGM    PIC X(08).                              00022900
          05 WS-TIE-SRC2-CNT    PIC 9(09).                              00023000
          05 WS-TIE-SRC2-AMT    PIC S9(11)V99.                          00023100
          05 WS-TIE-SRC2-SEEN   PIC X(01).                              00023200
          05 WS-TIE-SRC2-REQ    PIC X(01).                              00023300
          05 WS-TIE-TGT-LABEL   PIC X(22).                              00023400
          05 WS-TIE-TGT-PGM     PIC X(08).                              00023500
          05 WS-TIE-TGT-CNT     PIC 9(09).                              00023600
          05 WS-TIE-TGT-AMT     PIC S9(11)V99.                          00023700
          05 WS-TIE-TGT-SEEN    PIC X(01).                              00023800
          05 WS-TIE-TGT-REQ     PIC X(01).                              00023900
       01 WS-TIE-DIFF-CNT               PIC S9(09) VALUE 0.             00024000
       01 WS-TIE-DIFF-AMT               PIC S9(11)V99 VALUE 0.          00024100
       01 WS-TIE-BROKEN                 PIC X(01) VALUE 'N'.            00024200
          88 WS-TIE-IS-BROKEN           VALUE 'Y'.                      00024300
                                                                        00024400
       01 WS-SIDE-LABEL                 PIC X(22).                      00024500
       01 WS-SIDE-PGM                   PIC X(08).                      00024600
       01 WS-SIDE-CNT                   PIC 9(09).                      00024700
       01 WS-SIDE-AMT                   PIC S9(11)V99.                  00024800
       01 WS-SIDE-SEEN                  PIC X(01).                      00024900
       01 WS-SIDE-REQ                   PIC X(01).                      00025000
                                                                        00025100
       01 RPT-HEADER-1.                                                 00025200
           05 FILLER           PIC X(40) VALUE                          00025300
                'BILLING CYCLE - CROSS-PROGRAM BALANCING '.             00025400
           05 FILLER           PIC X(07) VALUE 'CYCLE: '.               00025500
           05 RPT-H1-CYCLE     PIC X(08).                               00025600
           05 FILLER           PIC X(07) VALUE '  RUN: '.               00025700
           05 RPT-H1-RUN-DATE  PIC 9(08).                               00025800
           05 FILLER           PIC X(10) VALUE SPACE.                   00025900
                                                                        00026000
       01 RPT-HEADER-2.                                                 00026100
           05 FILLER           PIC X(22) VALUE 'SIDE'.                  00026200
           05 FILLER           PIC X(10) VALUE 'PROGRAM'.               00026300
           05 FILLER           PIC X(11) VALUE '    COUNT'.             00026400
           05 FILLER           PIC X(17) VALUE '         AMOUNT'.       00026500
           05 FILLER           PIC X(20) VALUE 'STATUS'.                00026600
                                                                        00026700
       01 RPT-DETAIL-LINE.                                              00026800
           05 RPT-D-LABEL      PIC X(22).                               00026900
           05 RPT-D-PROGRAM    PIC X(08).                               00027000
           05 FILLER           PIC X(02) VALUE SPACE.                   00027100
           05 RPT-D-COUNT      PIC -ZZZZZZZ9.                           00027200
           05 FILLER           PIC X(02) VALUE SPACE.                   00027300
           05 RPT-D-AMT        PIC -ZZZZZZZZZZ9.99.                     00027400
           05 FILLER           PIC X(02) VALUE SPACE.                   00027500
           05 RPT-D-NOTE       PIC X(20).                               00027600
                                                                        00027700
       01 RPT-MESSAGE-LINE     PIC X(80).                               00027800
                                                                        00027900
      *-----------------------*                                         00028000
       PROCEDURE DIVISION.                                              00028100
      *-----------------------*                                         00028200
                                                                        00028300
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00028400
                                                                        00028500
           PERFORM 1000-INIT                                            00028600
              THRU 1000-INIT-END.                                       00028700
                                                                        00028800
           DISPLAY '1_____LOAD THE CYCLE CONTROL TOTALS'.               00028900
           PERFORM 2000-READ-CTLTOT                                     00029000
              THRU 2000-READ-CTLTOT-END                                 00029100
              UNTIL WS-CTT-EOF.                                         00029200
                                                                        00029300
           DISPLAY '2_____COUNT THE CLAIMS REGISTERED'.                 00029400
           PERFORM 3000-READ-CLMREG                                     00029500
              THRU 3000-READ-CLMREG-END                                 00029600
              UNTIL WS-REG-EOF.                                         00029700
                                                                        00029800
           DISPLAY '3_____TIE THE PROGRAMS TOGETHER'.                   00029900
           PERFORM 6000-PROVE-CYCLE                                     00030000
              THRU 6000-PROVE-CYCLE-END.                                00030100
           CLOSE RPT01-OUT.                                             00030200
                                                                        00030300
      *    the stamp is what the cycle checks look at tomorrow          00030400
           PERFORM 8960-STAMP-CYCLE                                     00030500
              THRU 8960-STAMP-CYCLE-END.                                00030600
                                                                        00030700
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00030800
           DISPLAY 'CONTROL RECORDS READ : ' WS-NO-CTT-READ.            00030900
           DISPLAY 'FOR THIS CYCLE       : ' WS-NO-CTT-TAKEN.           00031000
           DISPLAY 'NOT RECOGNISED       : ' WS-NO-CTT-UNKNOWN.         00031100
           DISPLAY 'REGISTER ROWS READ   : ' WS-NO-REG-READ.            00031200
           DISPLAY 'REGISTERED THIS CYCLE: ' WS-NO-REG-TAKEN.           00031300
           DISPLAY 'TIES PROVED          : ' WS-NO-TIES.                00031400
           DISPLAY 'BREAKS               : ' WS-NO-BREAKS.              00031500
                                                                        00031600
           IF WS-NO-BREAKS > 0                                          00031700
              DISPLAY '*** CYCLE OUT OF BALANCE - SIGN-OFF REQUIRED ***'00031800
              MOVE 16 TO RETURN-CODE                                    00031900
           ELSE                                                         00032000
              IF WS-NO-CTT-UNKNOWN > 0                                  00032100
                 MOVE 4 TO RETURN-CODE                                  00032200
              END-IF                                                    00032300
           END-IF.                                                      00032400
                                                                        00032500
           GOBACK.                                                      00032600
                                                                        00032700
      *------------*                                                    00032800
       1000-INIT.                                                       00032900
      *------------*                                                    00033000
           DISPLAY "***** INIT PROCESS *****".                          00033100
                                                                        00033200
           MOVE SPACE TO WS-FILE-STATUS.                                00033300
           MOVE ZEROES TO WS-COUNTERS.                                  00033400
                                                                        00033500
           OPEN INPUT CTLCARD.                                          00033600
                                                                        00033700
           IF WS-CTL-FS NOT = "00"                                      00033800
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00033900
             PERFORM 9999-ABEND                                         00034000
                THRU 9999-ABEND-END                                     00034100
           END-IF.                                                      00034200
                                                                        00034300
           READ CTLCARD INTO CTL-CARD-REC                               00034400
              AT END                                                    00034500
      D         DISPLAY "CTLCARD IS EMPTY - NO CYCLE DATE SUPPLIED"     00034600
                PERFORM 9999-ABEND                                      00034700
                   THRU 9999-ABEND-END                                  00034800
           END-READ.                                                    00034900
           MOVE CTL-CYCLE-DATE TO WS-CYCLE-DATE.                        00035000
           CLOSE CTLCARD.                                               00035100
                                                                        00035200
           IF WS-CYCLE-DATE NOT NUMERIC                                 00035300
              DISPLAY 'CTLCARD CYCLE DATE NOT NUMERIC: ' WS-CYCLE-DATE  00035400
              MOVE 16 TO RETURN-CODE                                    00035500
              PERFORM 9999-ABEND                                        00035600
                 THRU 9999-ABEND-END                                    00035700
           END-IF.                                                      00035800
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00035900
                                                                        00036000
      *    no control file means no program reported: every             00036100
      *    required total then shows missing and the cycle breaks       00036200
           OPEN INPUT CTLTOT.                                           00036300
           IF WS-CTT-FS NOT = '00'                                      00036400
              DISPLAY 'CTLTOT NOT AVAILABLE - NO CONTROL TOTALS: '      00036500
                 WS-CTT-FS                                              00036600
              SET WS-CTT-EOF TO TRUE                                    00036700
           END-IF.                                                      00036800
                                                                        00036900
           OPEN INPUT CLM-REG.                                          00037000
           IF WS-REG-FS = '00'                                          00037100
              MOVE 'Y' TO WS-REG-OPENED                                 00037200
           ELSE                                                         00037300
              DISPLAY 'CLMREG NOT AVAILABLE - NO CLAIMS REGISTERED: '   00037400
                 WS-REG-FS                                              00037500
              SET WS-REG-EOF TO TRUE                                    00037600
           END-IF.                                                      00037700
                                                                        00037800
           OPEN OUTPUT RPT01-OUT.                                       00037900
           MOVE WS-CYCLE-DATE TO RPT-H1-CYCLE.                          00038000
           MOVE WS-RUN-DATE   TO RPT-H1-RUN-DATE.                       00038100
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00038200
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00038300
              AFTER ADVANCING 2 LINES.                                  00038400
                                                                        00038500
           DISPLAY 'BALANCING CYCLE OF: ' WS-CYCLE-DATE.                00038600
           DISPLAY "***** FIN INIT PROCESS *****".                      00038700
                                                                        00038800
      *----------------*                                                00038900
       1000-INIT-END.                                                   00039000
      *----------------*                                                00039100
           EXIT.                                                        00039200
                                                                        00039300
      *-----------------------*                                         00039400
       2000-READ-CTLTOT.                                                00039500
      *-----------------------*                                         00039600
           READ CTLTOT                                                  00039700
           END-READ.                                                    00039800
                                                                        00039900
           EVALUATE TRUE                                                00040000
             WHEN WS-CTT-FS = '00'                                      00040100
               ADD 1 TO WS-NO-CTT-READ                                  00040200
               IF CTT-CYCLE-DATE = WS-CYCLE-DATE                        00040300
                  ADD 1 TO WS-NO-CTT-TAKEN                              00040400
                  PERFORM 2100-TAKE-CTLTOT                              00040500
                     THRU 2100-TAKE-CTLTOT-END                          00040600
               END-IF                                                   00040700
             WHEN WS-CTT-FS = '10'                                      00040800
               SET WS-CTT-EOF TO TRUE                                   00040900
               CLOSE CTLTOT                                             00041000
             WHEN OTHER                                                 00041100
      D        DISPLAY "ERROR READ FILE CTLTOT !!!: " WS-CTT-FS         00041200
               PERFORM 9999-ABEND                                       00041300
                  THRU 9999-ABEND-END                                   00041400
           END-EVALUATE.                                                00041500
      *-----------------------*                                         00041600
       2000-READ-CTLTOT-END.                                            00041700
      *-----------------------*                                         00041800
           EXIT.                                                        00041900
                                                                        00042000
      *-----------------------*                                         00042100
       2100-TAKE-CTLTOT.                                                00042200
      *-----------------------*                                         00042300
           EVALUATE CTT-PROGRAM ALSO CTT-TOTAL-ID                       00042400
             WHEN 'PBCHARG ' ALSO 'CHARGE  '                            00042500
               ADD CTT-COUNT  TO WS-CHG-CHARG-CNT                       00042600
               ADD CTT-AMOUNT TO WS-CHG-CHARG-AMT                       00042700
               MOVE 'Y' TO WS-SEEN-CHARG                                00042800
             WHEN 'PBCREA  ' ALSO 'CHARGE  '                            00042900
               ADD CTT-COUNT  TO WS-CHG-CREA-CNT                        00043000
               ADD CTT-AMOUNT TO WS-CHG-CREA-AMT                        00043100
               MOVE 'Y' TO WS-SEEN-CREA                                 00043200
             WHEN 'PBCREA  ' ALSO 'CREDMEMO'                            00043300
               ADD CTT-COUNT  TO WS-CRM-CREA-CNT                        00043400
               ADD CTT-AMOUNT TO WS-CRM-CREA-AMT                        00043500
               MOVE 'Y' TO WS-SEEN-CREA                                 00043600
             WHEN 'PBCREA  ' ALSO 'DEBMEMO '                            00043700
               ADD CTT-COUNT  TO WS-DBM-CREA-CNT                        00043800
               ADD CTT-AMOUNT TO WS-DBM-CREA-AMT                        00043900
               MOVE 'Y' TO WS-SEEN-CREA                                 00044000
             WHEN 'PBPAYMT ' ALSO 'PAYMENT '                            00044100
               ADD CTT-COUNT  TO WS-PAY-PAYMT-CNT                       00044200
               ADD CTT-AMOUNT TO WS-PAY-PAYMT-AMT                       00044300
               MOVE 'Y' TO WS-SEEN-PAYMT                                00044400
             WHEN 'PBPAYMT ' ALSO 'PAYOFFDT'                            00044500
               ADD CTT-COUNT  TO WS-PAY-OFFDT-CNT                       00044600
               ADD CTT-AMOUNT TO WS-PAY-OFFDT-AMT                       00044700
               MOVE 'Y' TO WS-SEEN-PAYMT                                00044800
             WHEN 'PPAYPOST' ALSO 'PAYMENT '                            00044900
               ADD CTT-COUNT  TO WS-PAY-POST-CNT                        00045000
               ADD CTT-AMOUNT TO WS-PAY-POST-AMT                        00045100
               MOVE 'Y' TO WS-SEEN-POST                                 00045200
             WHEN 'PBNSF   ' ALSO 'NSFREV  '                            00045300
               ADD CTT-COUNT  TO WS-NSF-NSF-CNT                         00045400
               ADD CTT-AMOUNT TO WS-NSF-NSF-AMT                         00045500
               MOVE 'Y' TO WS-SEEN-NSF                                  00045600
             WHEN 'PBCLAIM ' ALSO 'CLAIMNEW'                            00045700
               ADD CTT-COUNT  TO WS-CLP-CLAIM-CNT                       00045800
               ADD CTT-AMOUNT TO WS-CLP-CLAIM-AMT                       00045900
               MOVE 'Y' TO WS-SEEN-CLAIM                                00046000
             WHEN 'PBCOB   ' ALSO 'CLAIMSEC'                            00046100
               ADD CTT-COUNT  TO WS-CLS-COB-CNT                         00046200
               ADD CTT-AMOUNT TO WS-CLS-COB-AMT                         00046300
               MOVE 'Y' TO WS-SEEN-COB                                  00046400
      *      a rerun of the GL extract replaces the ledger side         00046500
             WHEN 'PBGLEXT ' ALSO 'CHARGE  '                            00046600
               MOVE CTT-COUNT  TO WS-CHG-GL-CNT                         00046700
               MOVE CTT-AMOUNT TO WS-CHG-GL-AMT                         00046800
               MOVE 'Y' TO WS-SEEN-GL                                   00046900
             WHEN 'PBGLEXT ' ALSO 'PAYMENT '                            00047000
               MOVE CTT-COUNT  TO WS-PAY-GL-CNT                         00047100
               MOVE CTT-AMOUNT TO WS-PAY-GL-AMT                         00047200
               MOVE 'Y' TO WS-SEEN-GL                                   00047300
             WHEN 'PBGLEXT ' ALSO 'CREDMEMO'                            00047400
               MOVE CTT-COUNT  TO WS-CRM-GL-CNT                         00047500
               MOVE CTT-AMOUNT TO WS-CRM-GL-AMT                         00047600
               MOVE 'Y' TO WS-SEEN-GL                                   00047700
             WHEN 'PBGLEXT ' ALSO 'DEBMEMO '                            00047800
               MOVE CTT-COUNT  TO WS-DBM-GL-CNT                         00047900
               MOVE CTT-AMOUNT TO WS-DBM-GL-AMT                         00048000
               MOVE 'Y' TO WS-SEEN-GL                                   00048100
             WHEN 'PBGLEXT ' ALSO 'NSFREV  '                            00048200
               MOVE CTT-COUNT  TO WS-NSF-GL-CNT                         00048300
               MOVE CTT-AMOUNT TO WS-NSF-GL-AMT                         00048400
               MOVE 'Y' TO WS-SEEN-GL                                   00048500
             WHEN OTHER                                                 00048600
               DISPLAY 'CONTROL TOTAL NOT RECOGNISED: ' CTT-PROGRAM     00048700
                  ' ' CTT-TOTAL-ID                                      00048800
               ADD 1 TO WS-NO-CTT-UNKNOWN                               00048900
           END-EVALUATE.                                                00049000
      *-----------------------*                                         00049100
       2100-TAKE-CTLTOT-END.                                            00049200
      *-----------------------*                                         00049300
           EXIT.                                                        00049400
                                                                        00049500
      *-----------------------*                                         00049600
       3000-READ-CLMREG.                                                00049700
      *-----------------------*                                         00049800
           READ CLM-REG                                                 00049900
           END-READ.                                                    00050000
                                                                        00050100
           EVALUATE TRUE                                                00050200
             WHEN WS-REG-FS = '00'                                      00050300
               ADD 1 TO WS-NO-REG-READ                                  00050400
      *        the extract date is the run date of PBCLAIM/PBCOB,       00050500
      *        the same date their control totals carry                 00050600
               IF CLR-EXTRDATE = WS-CYCLE-DATE                          00050700
                  ADD 1 TO WS-NO-REG-TAKEN                              00050800
                  IF CLR-LEVEL = 'S'                                    00050900
                     ADD 1 TO WS-CLS-REG-CNT                            00051000
                     ADD CLR-AMOUNT TO WS-CLS-REG-AMT                   00051100
                  ELSE                                                  00051200
                     ADD 1 TO WS-CLP-REG-CNT                            00051300
                     ADD CLR-AMOUNT TO WS-CLP-REG-AMT                   00051400
                  END-IF                                                00051500
               END-IF                                                   00051600
             WHEN WS-REG-FS = '10'                                      00051700
               SET WS-REG-EOF TO TRUE                                   00051800
               CLOSE CLM-REG                                            00051900
             WHEN OTHER                                                 00052000
      D        DISPLAY "ERROR READ FILE CLMREG !!!: " WS-REG-FS         00052100
               PERFORM 9999-ABEND                                       00052200
                  THRU 9999-ABEND-END                                   00052300
           END-EVALUATE.                                                00052400
      *-----------------------*                                         00052500
       3000-READ-CLMREG-END.                                            00052600
      *-----------------------*                                         00052700
           EXIT.                                                        00052800
                                                                        00052900
      *-------------------------*                                       00053000
       6000-PROVE-CYCLE.                                                00053100
      *-------------------------*                                       00053200
      *    charges: every BILLING inserted tonight went to the GL       00053300
      *    feed, whichever program inserted it                          00053400
           MOVE 'CHARGES BILLED = GL CHARGE CLASS' TO WS-TIE-TITLE.     00053500
           MOVE 'PBCHARG '        TO WS-TIE-SRC1-PGM.                   00053600
           MOVE WS-CHG-CHARG-CNT  TO WS-TIE-SRC1-CNT.                   00053700
           MOVE WS-CHG-CHARG-AMT  TO WS-TIE-SRC1-AMT.                   00053800
           MOVE WS-SEEN-CHARG     TO WS-TIE-SRC1-SEEN.                  00053900
           MOVE 'Y'               TO WS-TIE-SRC1-REQ.                   00054000
           MOVE 'PBCREA  '        TO WS-TIE-SRC2-PGM.                   00054100
           MOVE WS-CHG-CREA-CNT   TO WS-TIE-SRC2-CNT.                   00054200
           MOVE WS-CHG-CREA-AMT   TO WS-TIE-SRC2-AMT.                   00054300
           MOVE WS-SEEN-CREA      TO WS-TIE-SRC2-SEEN.                  00054400
           MOVE 'N'               TO WS-TIE-SRC2-REQ.                   00054500
           MOVE 'LEDGER'          TO WS-TIE-TGT-LABEL.                  00054600
           MOVE 'PBGLEXT '        TO WS-TIE-TGT-PGM.                    00054700
           MOVE WS-CHG-GL-CNT     TO WS-TIE-TGT-CNT.                    00054800
           MOVE WS-CHG-GL-AMT     TO WS-TIE-TGT-AMT.                    00054900
           MOVE WS-SEEN-GL        TO WS-TIE-TGT-SEEN.                   00055000
           MOVE 'Y'               TO WS-TIE-TGT-REQ.                    00055100
           PERFORM 6100-PROVE-ONE-TIE                                   00055200
              THRU 6100-PROVE-ONE-TIE-END.                              00055300
                                                                        00055400
           MOVE 'PAYMENTS POSTED = GL PAYMENT CLASS' TO WS-TIE-TITLE.   00055500
           MOVE 'PBPAYMT '        TO WS-TIE-SRC1-PGM.                   00055600
      *    everything PBPAYMT posted tonight, whatever its PAYDATE:     00055700
      *    the off-date ones reach the ledger through the GL feed       00055800
           COMPUTE WS-TIE-SRC1-CNT = WS-PAY-PAYMT-CNT                   00055900
                                   + WS-PAY-OFFDT-CNT.                  00056000
           COMPUTE WS-TIE-SRC1-AMT = WS-PAY-PAYMT-AMT                   00056100
                                   + WS-PAY-OFFDT-AMT.                  00056200
           MOVE WS-SEEN-PAYMT     TO WS-TIE-SRC1-SEEN.                  00056300
           MOVE 'N'               TO WS-TIE-SRC1-REQ.                   00056400
           MOVE 'PPAYPOST'        TO WS-TIE-SRC2-PGM.                   00056500
           MOVE WS-PAY-POST-CNT   TO WS-TIE-SRC2-CNT.                   00056600
           MOVE WS-PAY-POST-AMT   TO WS-TIE-SRC2-AMT.                   00056700
           MOVE WS-SEEN-POST      TO WS-TIE-SRC2-SEEN.                  00056800
           MOVE 'N'               TO WS-TIE-SRC2-REQ.                   00056900
           MOVE 'LEDGER'          TO WS-TIE-TGT-LABEL.                  00057000
           MOVE 'PBGLEXT '        TO WS-TIE-TGT-PGM.                    00057100
           MOVE WS-PAY-GL-CNT     TO WS-TIE-TGT-CNT.                    00057200
           MOVE WS-PAY-GL-AMT     TO WS-TIE-TGT-AMT.                    00057300
           MOVE WS-SEEN-GL        TO WS-TIE-TGT-SEEN.                   00057400
           MOVE 'Y'               TO WS-TIE-TGT-REQ.                    00057500
           PERFORM 6100-PROVE-ONE-TIE                                   00057600
              THRU 6100-PROVE-ONE-TIE-END.                              00057700
           PERFORM 6200-PROVE-OFFDATE-PAY                               00057800
              THRU 6200-PROVE-OFFDATE-PAY-END.                          00057900
                                                                        00058000
           MOVE 'CREDIT MEMOS = GL CREDMEMO CLASS' TO WS-TIE-TITLE.     00058100
           MOVE 'PBCREA  '        TO WS-TIE-SRC1-PGM.                   00058200
           MOVE WS-CRM-CREA-CNT   TO WS-TIE-SRC1-CNT.                   00058300
           MOVE WS-CRM-CREA-AMT   TO WS-TIE-SRC1-AMT.                   00058400
           MOVE WS-SEEN-CREA      TO WS-TIE-SRC1-SEEN.                  00058500
           MOVE 'N'               TO WS-TIE-SRC1-REQ.                   00058600
           MOVE SPACE             TO WS-TIE-SRC2-PGM.                   00058700
           MOVE 'LEDGER'          TO WS-TIE-TGT-LABEL.                  00058800
           MOVE 'PBGLEXT '        TO WS-TIE-TGT-PGM.                    00058900
           MOVE WS-CRM-GL-CNT     TO WS-TIE-TGT-CNT.                    00059000
           MOVE WS-CRM-GL-AMT     TO WS-TIE-TGT-AMT.                    00059100
           MOVE WS-SEEN-GL        TO WS-TIE-TGT-SEEN.                   00059200
           MOVE 'Y'               TO WS-TIE-TGT-REQ.                    00059300
           PERFORM 6100-PROVE-ONE-TIE                                   00059400
              THRU 6100-PROVE-ONE-TIE-END.                              00059500
                                                                        00059600
           MOVE 'DEBIT MEMOS = GL DEBMEMO CLASS' TO WS-TIE-TITLE.       00059700
           MOVE 'PBCREA  '        TO WS-TIE-SRC1-PGM.                   00059800
           MOVE WS-DBM-CREA-CNT   TO WS-TIE-SRC1-CNT.                   00059900
           MOVE WS-DBM-CREA-AMT   TO WS-TIE-SRC1-AMT.                   00060000
           MOVE WS-SEEN-CREA      TO WS-TIE-SRC1-SEEN.                  00060100
           MOVE 'N'               TO WS-TIE-SRC1-REQ.                   00060200
           MOVE SPACE             TO WS-TIE-SRC2-PGM.                   00060300
           MOVE 'LEDGER'          TO WS-TIE-TGT-LABEL.                  00060400
           MOVE 'PBGLEXT '        TO WS-TIE-TGT-PGM.                    00060500
           MOVE WS-DBM-GL-CNT     TO WS-TIE-TGT-CNT.                    00060600
           MOVE WS-DBM-GL-AMT     TO WS-TIE-TGT-AMT.                    00060700
           MOVE WS-SEEN-GL        TO WS-TIE-TGT-SEEN.                   00060800
           MOVE 'Y'               TO WS-TIE-TGT-REQ.                    00060900
           PERFORM 6100-PROVE-ONE-TIE                                   00061000
              THRU 6100-PROVE-ONE-TIE-END.                              00061100
                                                                        00061200
           MOVE 'NSF REVERSALS = GL NSFREV CLASS' TO WS-TIE-TITLE.      00061300
           MOVE 'PBNSF   '        TO WS-TIE-SRC1-PGM.                   00061400
           MOVE WS-NSF-NSF-CNT    TO WS-TIE-SRC1-CNT.                   00061500
           MOVE WS-NSF-NSF-AMT    TO WS-TIE-SRC1-AMT.                   00061600
           MOVE WS-SEEN-NSF       TO WS-TIE-SRC1-SEEN.                  00061700
           MOVE 'N'               TO WS-TIE-SRC1-REQ.                   00061800
           MOVE SPACE             TO WS-TIE-SRC2-PGM.                   00061900
           MOVE 'LEDGER'          TO WS-TIE-TGT-LABEL.                  00062000
           MOVE 'PBGLEXT '        TO WS-TIE-TGT-PGM.                    00062100
           MOVE WS-NSF-GL-CNT     TO WS-TIE-TGT-CNT.                    00062200
           MOVE WS-NSF-GL-AMT     TO WS-TIE-TGT-AMT.                    00062300
           MOVE WS-SEEN-GL        TO WS-TIE-TGT-SEEN.                   00062400
           MOVE 'Y'               TO WS-TIE-TGT-REQ.                    00062500
           PERFORM 6100-PROVE-ONE-TIE                                   00062600
              THRU 6100-PROVE-ONE-TIE-END.                              00062700
                                                                        00062800
      *    claims: every new billing extracted is on the register       00062900
           MOVE 'NEW PRIMARY CLAIMS = CLMREG LEVEL P ROWS'              00063000
              TO WS-TIE-TITLE.                                          00063100
           MOVE 'PBCLAIM '        TO WS-TIE-SRC1-PGM.                   00063200
           MOVE WS-CLP-CLAIM-CNT  TO WS-TIE-SRC1-CNT.                   00063300
           MOVE WS-CLP-CLAIM-AMT  TO WS-TIE-SRC1-AMT.                   00063400
           MOVE WS-SEEN-CLAIM     TO WS-TIE-SRC1-SEEN.                  00063500
           MOVE 'Y'               TO WS-TIE-SRC1-REQ.                   00063600
           MOVE SPACE             TO WS-TIE-SRC2-PGM.                   00063700
           MOVE 'REGISTER'        TO WS-TIE-TGT-LABEL.                  00063800
           MOVE 'CLMREG  '        TO WS-TIE-TGT-PGM.                    00063900
           MOVE WS-CLP-REG-CNT    TO WS-TIE-TGT-CNT.                    00064000
           MOVE WS-CLP-REG-AMT    TO WS-TIE-TGT-AMT.                    00064100
           MOVE WS-REG-OPENED     TO WS-TIE-TGT-SEEN.                   00064200
           MOVE 'N'               TO WS-TIE-TGT-REQ.                    00064300
           PERFORM 6100-PROVE-ONE-TIE                                   00064400
              THRU 6100-PROVE-ONE-TIE-END.                              00064500
                                                                        00064600
           MOVE 'SECONDARY CLAIMS = CLMREG LEVEL S ROWS'                00064700
              TO WS-TIE-TITLE.                                          00064800
           MOVE 'PBCOB   '        TO WS-TIE-SRC1-PGM.                   00064900
           MOVE WS-CLS-COB-CNT    TO WS-TIE-SRC1-CNT.                   00065000
           MOVE WS-CLS-COB-AMT    TO WS-TIE-SRC1-AMT.                   00065100
           MOVE WS-SEEN-COB       TO WS-TIE-SRC1-SEEN.                  00065200
           MOVE 'N'               TO WS-TIE-SRC1-REQ.                   00065300
           MOVE SPACE             TO WS-TIE-SRC2-PGM.                   00065400
           MOVE 'REGISTER'        TO WS-TIE-TGT-LABEL.                  00065500
           MOVE 'CLMREG  '        TO WS-TIE-TGT-PGM.                    00065600
           MOVE WS-CLS-REG-CNT    TO WS-TIE-TGT-CNT.                    00065700
           MOVE WS-CLS-REG-AMT    TO WS-TIE-TGT-AMT.                    00065800
           MOVE WS-REG-OPENED     TO WS-TIE-TGT-SEEN.                   00065900
           MOVE 'N'               TO WS-TIE-TGT-REQ.                    00066000
           PERFORM 6100-PROVE-ONE-TIE                                   00066100
              THRU 6100-PROVE-ONE-TIE-END.                              00066200
                                                                        00066300
           MOVE SPACE TO RPT-MESSAGE-LINE.                              00066400
           IF WS-NO-BREAKS = 0                                          00066500
              STRING '*** CYCLE ' WS-CYCLE-DATE                         00066600
                 ' IN BALANCE - NEXT CYCLE STEP RELEASED ***'           00066700
                 DELIMITED BY SIZE INTO RPT-MESSAGE-LINE                00066800
           ELSE                                                         00066900
              STRING '*** CYCLE ' WS-CYCLE-DATE                         00067000
                 ' OUT OF BALANCE - HELD UNTIL SIGN-OFF ***'            00067100
                 DELIMITED BY SIZE INTO RPT-MESSAGE-LINE                00067200
           END-IF.                                                      00067300
           WRITE RPT01-OUT-REC FROM RPT-MESSAGE-LINE                    00067400
              AFTER ADVANCING 3 LINES.                                  00067500
      *-------------------------*                                       00067600
       6000-PROVE-CYCLE-END.                                            00067700
      *-------------------------*                                       00067800
           EXIT.                                                        00067900
                                                                        00068000
      *-------------------------*                                       00068100
       6100-PROVE-ONE-TIE.                                              00068200
      *-------------------------*                                       00068300
           ADD 1 TO WS-NO-TIES.                                         00068400
           MOVE 'N' TO WS-TIE-BROKEN.                                   00068500
           MOVE WS-TIE-TITLE TO RPT-MESSAGE-LINE.                       00068600
           WRITE RPT01-OUT-REC FROM RPT-MESSAGE-LINE                    00068700
              AFTER ADVANCING 2 LINES.                                  00068800
                                                                        00068900
           MOVE '   SOURCE'         TO WS-SIDE-LABEL.                   00069000
           MOVE WS-TIE-SRC1-PGM     TO WS-SIDE-PGM.                     00069100
           MOVE WS-TIE-SRC1-CNT     TO WS-SIDE-CNT.                     00069200
           MOVE WS-TIE-SRC1-AMT     TO WS-SIDE-AMT.                     00069300
           MOVE WS-TIE-SRC1-SEEN    TO WS-SIDE-SEEN.                    00069400
           MOVE WS-TIE-SRC1-REQ     TO WS-SIDE-REQ.                     00069500
           PERFORM 6110-WRITE-SIDE                                      00069600
              THRU 6110-WRITE-SIDE-END.                                 00069700
           COMPUTE WS-TIE-DIFF-CNT = WS-TIE-SRC1-CNT.                   00069800
           COMPUTE WS-TIE-DIFF-AMT = WS-TIE-SRC1-AMT.                   00069900
                                                                        00070000
           IF WS-TIE-SRC2-PGM NOT = SPACE                               00070100
              MOVE '   SOURCE'      TO WS-SIDE-LABEL                    00070200
              MOVE WS-TIE-SRC2-PGM  TO WS-SIDE-PGM                      00070300
              MOVE WS-TIE-SRC2-CNT  TO WS-SIDE-CNT                      00070400
              MOVE WS-TIE-SRC2-AMT  TO WS-SIDE-AMT                      00070500
              MOVE WS-TIE-SRC2-SEEN TO WS-SIDE-SEEN                     00070600
              MOVE WS-TIE-SRC2-REQ  TO WS-SIDE-REQ                      00070700
              PERFORM 6110-WRITE-SIDE                                   00070800
                 THRU 6110-WRITE-SIDE-END                               00070900
              ADD WS-TIE-SRC2-CNT TO WS-TIE-DIFF-CNT                    00071000
              ADD WS-TIE-SRC2-AMT TO WS-TIE-DIFF-AMT                    00071100
           END-IF.                                                      00071200
                                                                        00071300
           MOVE SPACE               TO WS-SIDE-LABEL.                   00071400
           STRING '   ' WS-TIE-TGT-LABEL                                00071500
              DELIMITED BY SIZE INTO WS-SIDE-LABEL.                     00071600
           MOVE WS-TIE-TGT-PGM      TO WS-SIDE-PGM.                     00071700
           MOVE WS-TIE-TGT-CNT      TO WS-SIDE-CNT.                     00071800
           MOVE WS-TIE-TGT-AMT      TO WS-SIDE-AMT.                     00071900
           MOVE WS-TIE-TGT-SEEN     TO WS-SIDE-SEEN.                    00072000
           MOVE WS-TIE-TGT-REQ      TO WS-SIDE-REQ.                     00072100
           PERFORM 6110-WRITE-SIDE                                      00072200
              THRU 6110-WRITE-SIDE-END.                                 00072300
           SUBTRACT WS-TIE-TGT-CNT FROM WS-TIE-DIFF-CNT.                00072400
           SUBTRACT WS-TIE-TGT-AMT FROM WS-TIE-DIFF-AMT.                00072500
                                                                        00072600
           MOVE SPACE TO RPT-DETAIL-LINE.                               00072700
           MOVE '   DIFFERENCE'     TO RPT-D-LABEL.                     00072800
           MOVE WS-TIE-DIFF-CNT     TO RPT-D-COUNT.                     00072900
           MOVE WS-TIE-DIFF-AMT     TO RPT-D-AMT.                       00073000
           IF WS-TIE-DIFF-CNT NOT = 0 OR WS-TIE-DIFF-AMT NOT = 0        00073100
              MOVE 'Y' TO WS-TIE-BROKEN                                 00073200
           END-IF.                                                      00073300
           IF WS-TIE-IS-BROKEN                                          00073400
              MOVE '*** BREAK ***'  TO RPT-D-NOTE                       00073500
              ADD 1 TO WS-NO-BREAKS                                     00073600
              DISPLAY 'BREAK: ' WS-TIE-TITLE                            00073700
           ELSE                                                         00073800
              MOVE 'IN BALANCE'     TO RPT-D-NOTE                       00073900
           END-IF.                                                      00074000
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00074100
              AFTER ADVANCING 1 LINE.                                   00074200
      *-------------------------*                                       00074300
       6100-PROVE-ONE-TIE-END.                                          00074400
      *-------------------------*                                       00074500
           EXIT.                                                        00074600
                                                                        00074700
      *-------------------------*                                       00074800
       6110-WRITE-SIDE.                                                 00074900
      *-------------------------*                                       00075000
      *    a required program that left no total breaks the tie         00075100
      *    even when both sides happen to be zero                       00075200
           MOVE SPACE         TO RPT-DETAIL-LINE.                       00075300
           MOVE WS-SIDE-LABEL TO RPT-D-LABEL.                           00075400
           MOVE WS-SIDE-PGM   TO RPT-D-PROGRAM.                         00075500
           MOVE WS-SIDE-CNT   TO RPT-D-COUNT.                           00075600
           MOVE WS-SIDE-AMT   TO RPT-D-AMT.                             00075700
           IF WS-SIDE-SEEN NOT = 'Y'                                    00075800
              IF WS-SIDE-REQ = 'Y'                                      00075900
                 MOVE '*** NO CONTROL ***' TO RPT-D-NOTE                00076000
                 MOVE 'Y' TO WS-TIE-BROKEN                              00076100
                 DISPLAY 'NO CONTROL TOTAL FROM ' WS-SIDE-PGM           00076200
              ELSE                                                      00076300
                 MOVE 'NOT RUN'       TO RPT-D-NOTE                     00076400
              END-IF                                                    00076500
           END-IF.                                                      00076600
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00076700
              AFTER ADVANCING 1 LINE.                                   00076800
      *-------------------------*                                       00076900
       6110-WRITE-SIDE-END.                                             00077000
      *-------------------------*                                       00077100
           EXIT.                                                        00077200
                                                                        00077300
      *-------------------------*                                       00077400
       6200-PROVE-OFFDATE-PAY.                                          00077500
      *-------------------------*                                       00077600
      *    a payment posted tonight under another PAYDATE is in         00077700
      *    the PBPAYMT source above and reaches the ledger through      00077800
      *    the GL feed; it is listed as a reconciling item, so the      00077900
      *    late and redated postings stay visible on the proof          00078000
           MOVE SPACE TO RPT-DETAIL-LINE.                               00078100
           MOVE '   OF WHICH OTH DATE'  TO RPT-D-LABEL.                 00078200
           MOVE 'PBPAYMT '          TO RPT-D-PROGRAM.                   00078300
           MOVE WS-PAY-OFFDT-CNT    TO RPT-D-COUNT.                     00078400
           MOVE WS-PAY-OFFDT-AMT    TO RPT-D-AMT.                       00078500
           IF WS-PAY-OFFDT-CNT NOT = 0 OR WS-PAY-OFFDT-AMT NOT = 0      00078600
              MOVE 'VIA GL FEED'    TO RPT-D-NOTE                       00078700
              DISPLAY 'PAYMENTS POSTED UNDER ANOTHER PAYDATE: '         00078800
                 WS-PAY-OFFDT-CNT                                       00078900
           ELSE                                                         00079000
              MOVE 'NONE'           TO RPT-D-NOTE                       00079100
           END-IF.                                                      00079200
           WRITE RPT01-OUT-REC FROM RPT-DETAIL-LINE                     00079300
              AFTER ADVANCING 1 LINE.                                   00079400
      *-------------------------*                                       00079500
       6200-PROVE-OFFDATE-PAY-END.                                      00079600
      *-------------------------*                                       00079700
           EXIT.                                                        00079800
                                                                        00079900
      *-----------------------*                                         00080000
       8960-STAMP-CYCLE.                                                00080100
      *-----------------------*                                         00080200
      *    a BREAK holds PBCHARG, PBSNAP, PBCLAIM, PBNSF and            00080300
      *    PANLEXT until the sign-off stamp or a later proof in         00080400
      *    balance                                                      00080500
           OPEN EXTEND CYCCTL.                                          00080600
           IF WS-CYC-FS NOT = '00'                                      00080700
              OPEN OUTPUT CYCCTL                                        00080800
           END-IF.                                                      00080900
           IF WS-CYC-FS = '00'                                          00081000
              MOVE SPACE          TO CYC-CTL-REC                        00081100
              MOVE 'PBBAL   '     TO CYC-PROGRAM                        00081200
              ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD                    00081300
              ACCEPT WS-CYC-TIME FROM TIME                              00081400
              MOVE WS-CYC-TODAY   TO CYC-RUN-DATE                       00081500
              MOVE WS-CYC-TIME    TO CYC-RUN-TIME                       00081600
              IF WS-NO-BREAKS > 0                                       00081700
                 MOVE 'BREAK   '  TO CYC-STATUS                         00081800
              ELSE                                                      00081900
                 MOVE 'COMPLETE'  TO CYC-STATUS                         00082000
              END-IF                                                    00082100
              WRITE CYC-CTL-REC                                         00082200
              CLOSE CYCCTL                                              00082300
           ELSE                                                         00082400
              DISPLAY 'CYCCTL NOT AVAILABLE - NOT STAMPED: '            00082500
                 WS-CYC-FS                                              00082600
              MOVE 16 TO RETURN-CODE                                    00082700
           END-IF.                                                      00082800
      *-----------------------*                                         00082900
       8960-STAMP-CYCLE-END.                                            00083000
      *-----------------------*                                         00083100
           EXIT.                                                        00083200
                                                                        00083300
      *-------------------*                                             00083400
       9999-ABEND.                                                      00083500
      *-------------------*                                             00083600
      D    DISPLAY "WE ARE IN ABEND".                                   00083700
      *    WE FORCE AN ABEND                                            00083800
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00083900
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00084000
           GOBACK.                                                      00084100
      *-------------------*                                             00084200
       9999-ABEND-END.                                                  00084300
      *-------------------*                                             00084400
           EXIT.                                                        00084500
