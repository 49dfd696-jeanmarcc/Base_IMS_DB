      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PPLNMNT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Maintenance des ententes de paiement des patients          00000900
      *      (PLANFILE, cle PATIENID, une entente ouverte par           00001000
      *      patient), comme PAUTMNT pour les autorisations. Lit        00001100
      *      les transactions PLNTIN: A=ouvrir une entente              00001200
      *      (montant convenu, versement, jour d'echeance, date         00001300
      *      de debut), C=modifier le versement ou le jour              00001400
      *      d'echeance, X=annuler l'entente. PPLNMON la suit           00001500
      *      chaque mois (a jour ou rompue); PBCOLL et PBMSTMT          00001600
      *      la lisent. Chaque changement sort sur PLNRPT.              00001700
      *                                                                 00001800
      * Fichier entree: PLANIN, ententes courantes                      00001900
      * Fichier entree: PLNTIN, transactions d'entente                  00002000
      * Fichier sortie: PLANOUT, nouvelles ententes                     00002100
      * Fichier sortie: PLNRPT, journal des changements                 00002200
      * Fichier sortie: PLNREJ, transactions refusees                   00002300
      *----------------------------------------------------------*      00002400
      *--------------------*                                            00002500
       ENVIRONMENT DIVISION.                                            00002600
      *--------------------*                                            00002700
       CONFIGURATION SECTION.                                           00002800
       OBJECT-COMPUTER.                                                 00002900
       SOURCE-COMPUTER.                                                 00003000
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003100
       INPUT-OUTPUT SECTION.                                            00003200
       FILE-CONTROL.                                                    00003300
           SELECT PLAN-IN ASSIGN TO PLANIN                              00003400
           ORGANIZATION IS SEQUENTIAL                                   00003500
           FILE STATUS IS WS-PLN-FS.                                    00003600
           SELECT PLNX-IN ASSIGN TO PLNTIN                              00003700
           ORGANIZATION IS SEQUENTIAL                                   00003800
           FILE STATUS IS WS-PLX-FS.                                    00003900
           SELECT PLAN-OUT ASSIGN TO PLANOUT                            00004000
           ORGANIZATION IS SEQUENTIAL                                   00004100
           FILE STATUS IS WS-PLNO-FS.                                   00004200
           SELECT RPT01-OUT ASSIGN TO PLNRPT                            00004300
           ORGANIZATION IS LINE SEQUENTIAL                              00004400
           FILE STATUS IS WS-RPT01-FS.                                  00004500
           SELECT PREJ-OUT ASSIGN TO PLNREJ                             00004600
           ORGANIZATION IS SEQUENTIAL                                   00004700
           FILE STATUS IS WS-PREJ-FS.                                   00004800
      *----------------*                                                00004900
       DATA DIVISION.                                                   00005000
      *----------------*                                                00005100
       FILE SECTION.                                                    00005200
                                                                        00005300
      *    entente de paiement d'un patient: montant convenu,           00005400
      *    versement mensuel et jour d'echeance; PPLNMON y porte        00005500
      *    le paye a ce jour, le prochain versement et l'etat           00005600
      *    (C=a jour, B=rompue, P=soldee, X=annulee)                    00005700
       FD  PLAN-IN RECORDING MODE F.                                    00005800
       01  PLN-REC.                                                     00005900
           05 PLN-PATIENID              PIC X(05).                      00006000
           05 PLN-TOTAL                 PIC 9(07)V99.                   00006100
           05 PLN-INSTALL               PIC 9(07)V99.                   00006200
           05 PLN-DUE-DAY               PIC 9(02).                      00006300
           05 PLN-START-DATE            PIC X(08).                      00006400
           05 PLN-STATUS                PIC X(01).                      00006500
           05 PLN-PAID                  PIC 9(07)V99.                   00006600
           05 PLN-NEXT-DUE              PIC X(08).                      00006700
           05 PLN-NEXT-AMT              PIC 9(07)V99.                   00006800
           05 PLN-CHECK-DATE            PIC X(08).                      00006900
           05 FILLER                    PIC X(12).                      00007000
                                                                        00007100
       FD  PLNX-IN RECORDING MODE F.                                    00007200
       01  PLNX-IN-DATA                 PIC X(80).                      00007300
                                                                        00007400
       FD  PLAN-OUT RECORDING MODE F.                                   00007500
       01  PLAN-OUT-REC                 PIC X(80).                      00007600
                                                                        00007700
       FD  RPT01-OUT RECORDING MODE F.                                  00007800
       01  RPT01-OUT-REC                PIC X(80).                      00007900
                                                                        00008000
       FD  PREJ-OUT RECORDING MODE F.                                   00008100
       01  PREJ-OUT-REC.                                                00008200
           05 PRJ-ACTION       PIC X(01).                               00008300
           05 FILLER           PIC X(01) VALUE SPACE.                   00008400
           05 PRJ-PATIENID     PIC X(05).                               00008500
           05 FILLER           PIC X(01) VALUE SPACE.                   00008600
           05 PRJ-REASON       PIC X(30).                               00008700
           05 FILLER           PIC X(42).                               00008800
                                                                        00008900
      *-----------------------*                                         00009000
       WORKING-STORAGE SECTION.                                         00009100
      *-----------------------*                                         00009200
       01 WS-FILE-STATUS.                                               00009300
          05 WS-PLN-FS                 PIC X(2).                        00009400
          05 WS-PLX-FS                 PIC X(2).                        00009500
          05 WS-PLNO-FS                PIC X(2).                        00009600
          05 WS-RPT01-FS               PIC X(2).                        00009700
          05 WS-PREJ-FS                PIC X(2).                        00009800
                                                                        00009900
       01 WS-PLN-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010000
          88 WS-PLN-EOF                 VALUE 'TRUE'.                   00010100
       01 WS-PLX-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010200
          88 WS-PLX-EOF                 VALUE 'TRUE'.                   00010300
                                                                        00010400
       01 WS-COUNTERS.                                                  00010500
           05 WS-NO-READ-PLNX              PIC 9(8).                    00010600
           05 WS-NO-ADDED                  PIC 9(8).                    00010700
           05 WS-NO-CHANGED                PIC 9(8).                    00010800
           05 WS-NO-CANCELLED              PIC 9(8).                    00010900
           05 WS-NO-REJECTS                PIC 9(8).                    00011000
                                                                        00011100
      *    une transaction d'entente par enregistrement                 00011200
       01 WS-REC-PLNX.                                                  00011300
          05 PLX-ACTION                PIC X(01).                       00011400
          05 FILLER                    PIC X(01).                       00011500
          05 PLX-PATIENID              PIC X(05).                       00011600
          05 FILLER                    PIC X(01).                       00011700
          05 PLX-TOTAL                 PIC X(09).                       00011800
          05 PLX-TOTAL-N REDEFINES PLX-TOTAL                            00011900
                                       PIC 9(07)V99.                    00012000
          05 FILLER                    PIC X(01).                       00012100
          05 PLX-INSTALL               PIC X(09).                       00012200
          05 PLX-INSTALL-N REDEFINES PLX-INSTALL                        00012300
                                       PIC 9(07)V99.                    00012400
          05 FILLER                    PIC X(01).                       00012500
          05 PLX-DUE-DAY               PIC X(02).                       00012600
          05 PLX-DUE-DAY-N REDEFINES PLX-DUE-DAY                        00012700
                                       PIC 9(02).                       00012800
          05 FILLER                    PIC X(01).                       00012900
          05 PLX-START-DATE            PIC X(08).                       00013000
          05 FILLER                    PIC X(41).                       00013100
                                                                        00013200
      *    les ententes chargees en table, mises a jour puis            00013300
      *    recrites                                                     00013400
       01 WS-PLN-TABLE.                                                 00013500
          05 WS-PLN-MAX         PIC 9(04) COMP VALUE 2000.              00013600
          05 WS-PLN-COUNT       PIC 9(04) COMP VALUE 0.                 00013700
          05 WS-PLN-ENTRY OCCURS 2000 TIMES INDEXED BY PLN-IDX.         00013800
             10 WS-PLN-TAB-REC     PIC X(80).                           00013900
                                                                        00014000
       01 WS-PLN-FOUND                  PIC X(01) VALUE 'N'.            00014100
          88 WS-PLN-HIT                 VALUE 'Y'.                      00014200
       01 WS-PLN-HIT-SUB                PIC 9(04) COMP VALUE 0.         00014300
       01 WS-PLN-SUB                    PIC 9(04) COMP VALUE 0.         00014400
       01 WS-PLN-REASON                 PIC X(30).                      00014500
                                                                        00014600
      *    l'entente courante, detaillee pour la mise a jour            00014700
       01 WS-PLAN.                                                      00014800
          05 WS-PL-PATIENID            PIC X(05).                       00014900
          05 WS-PL-TOTAL               PIC 9(07)V99.                    00015000
          05 WS-PL-INSTALL             PIC 9(07)V99.                    00015100
          05 WS-PL-DUE-DAY             PIC 9(02).                       00015200
          05 WS-PL-START-DATE          PIC X(08).                       00015300
          05 WS-PL-STATUS              PIC X(01).                       00015400
             88 WS-PL-OPEN             VALUE 'C' 'B'.                   00015500
          05 WS-PL-PAID                PIC 9(07)V99.                    00015600
          05 WS-PL-NEXT-DUE            PIC X(08).                       00015700
          05 WS-PL-NEXT-AMT            PIC 9(07)V99.                    00015800
          05 WS-PL-CHECK-DATE          PIC X(08).                       00015900
          05 FILLER                    PIC X(12).                       00016000
                                                                        00016100
       01 RPT-HEADER-1.                                                 00016200
           05 FILLER           PIC X(35) VALUE                          00016300
                'PAYMENT PLAN CHANGE JOURNAL       '.                   00016400
           05 FILLER           PIC X(45) VALUE SPACE.                   00016500
                                                                        00016600
       01 RPT-HEADER-2.                                                 00016700
           05 FILLER           PIC X(08) VALUE 'ACTION'.                00016800
           05 FILLER           PIC X(06) VALUE 'PATID'.                 00016900
           05 FILLER           PIC X(14) VALUE 'AGREED TOTAL'.          00017000
           05 FILLER           PIC X(13) VALUE 'INSTALLMENT'.           00017100
           05 FILLER           PIC X(04) VALUE 'DAY'.                   00017200
           05 FILLER           PIC X(09) VALUE 'START'.                 00017300
           05 FILLER           PIC X(26) VALUE 'STATUS'.                00017400
                                                                        00017500
       01 RPT-CHANGE-LINE.                                              00017600
           05 RPT-C-ACTION     PIC X(07).                               00017700
           05 FILLER           PIC X(01) VALUE SPACE.                   00017800
           05 RPT-C-PATIENID   PIC X(05).                               00017900
           05 FILLER           PIC X(01) VALUE SPACE.                   00018000
           05 RPT-C-TOTAL      PIC Z,ZZZ,ZZ9.99.                        00018100
           05 FILLER           PIC X(01) VALUE SPACE.                   00018200
           05 RPT-C-INSTALL    PIC Z,ZZZ,ZZ9.99.                        00018300
           05 FILLER           PIC X(01) VALUE SPACE.                   00018400
           05 RPT-C-DUE-DAY    PIC Z9.                                  00018500
           05 FILLER           PIC X(02) VALUE SPACE.                   00018600
           05 RPT-C-START      PIC X(08).                               00018700
           05 FILLER           PIC X(01) VALUE SPACE.                   00018800
           05 RPT-C-STATUS     PIC X(01).                               00018900
           05 FILLER           PIC X(26) VALUE SPACE.                   00019000
                                                                        00019100
      *-----------------------*                                         00019200
       PROCEDURE DIVISION.                                              00019300
      *-----------------------*                                         00019400
                                                                        00019500
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00019600
                                                                        00019700
           PERFORM 1000-INIT                                            00019800
              THRU 1000-INIT-END.                                       00019900
                                                                        00020000
           DISPLAY '1_____APPLY PAYMENT PLAN TRANSACTIONS'.             00020100
           PERFORM 5000-APPLY-TRANSACTION                               00020200
              THRU 5000-APPLY-TRANSACTION-END                           00020300
              UNTIL WS-PLX-EOF.                                         00020400
                                                                        00020500
           DISPLAY '2_____REWRITE THE PAYMENT PLAN FILE'.               00020600
           PERFORM 6000-REWRITE-PLANS                                   00020700
              THRU 6000-REWRITE-PLANS-END                               00020800
              VARYING WS-PLN-SUB FROM 1 BY 1                            00020900
              UNTIL WS-PLN-SUB > WS-PLN-COUNT.                          00021000
                                                                        00021100
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00021200
           DISPLAY 'TRANSACTIONS READ: ' WS-NO-READ-PLNX.               00021300
           DISPLAY 'PLANS OPENED     : ' WS-NO-ADDED.                   00021400
           DISPLAY 'PLANS CHANGED    : ' WS-NO-CHANGED.                 00021500
           DISPLAY 'PLANS CANCELLED  : ' WS-NO-CANCELLED.               00021600
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00021700
           CLOSE PLAN-OUT.                                              00021800
           CLOSE RPT01-OUT.                                             00021900
           CLOSE PREJ-OUT.                                              00022000
                                                                        00022100
           IF WS-NO-REJECTS > 0                                         00022200
              MOVE 4 TO RETURN-CODE                                     00022300
           END-IF.                                                      00022400
                                                                        00022500
           GOBACK.                                                      00022600
                                                                        00022700
      *------------*                                                    00022800
       1000-INIT.                                                       00022900
      *------------*                                                    00023000
           DISPLAY "***** INIT PROCESS *****".                          00023100
                                                                        00023200
           MOVE SPACE TO WS-FILE-STATUS.                                00023300
           MOVE ZEROES TO WS-COUNTERS.                                  00023400
                                                                        00023500
      *    load the current plans; an empty or missing file is a        00023600
      *    valid first load                                             00023700
           OPEN INPUT PLAN-IN.                                          00023800
           IF WS-PLN-FS = '00'                                          00023900
              PERFORM 1100-LOAD-PLN-TABLE                               00024000
                 THRU 1100-LOAD-PLN-TABLE-END                           00024100
                 UNTIL WS-PLN-EOF                                       00024200
              CLOSE PLAN-IN                                             00024300
           ELSE                                                         00024400
              DISPLAY 'PLANIN NOT AVAILABLE - STARTING EMPTY'           00024500
           END-IF.                                                      00024600
           DISPLAY 'PAYMENT PLANS LOADED: ' WS-PLN-COUNT.               00024700
                                                                        00024800
           OPEN INPUT PLNX-IN.                                          00024900
           IF WS-PLX-FS NOT = "00"                                      00025000
      D      DISPLAY "ERROR OPEN FILE PLNTIN: " WS-PLX-FS               00025100
             PERFORM 9999-ABEND                                         00025200
                THRU 9999-ABEND-END                                     00025300
           END-IF.                                                      00025400
                                                                        00025500
           OPEN OUTPUT PLAN-OUT.                                        00025600
           OPEN OUTPUT PREJ-OUT.                                        00025700
           OPEN OUTPUT RPT01-OUT.                                       00025800
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00025900
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00026000
              AFTER ADVANCING 2 LINES.                                  00026100
                                                                        00026200
      *    first read of the transaction file                           00026300
           PERFORM 8100-READ-PLNX                                       00026400
              THRU 8100-READ-PLNX-END.                                  00026500
                                                                        00026600
           DISPLAY "***** FIN INIT PROCESS *****".                      00026700
                                                                        00026800
      *----------------*                                                00026900
       1000-INIT-END.                                                   00027000
      *----------------*                                                00027100
           EXIT.                                                        00027200
                                                                        00027300
      *-----------------------*                                         00027400
       1100-LOAD-PLN-TABLE.                                             00027500
      *-----------------------*                                         00027600
           READ PLAN-IN                                                 00027700
           END-READ.                                                    00027800
                                                                        00027900
           EVALUATE TRUE                                                00028000
             WHEN WS-PLN-FS = '00'                                      00028100
               IF WS-PLN-COUNT < WS-PLN-MAX                             00028200
                  ADD 1 TO WS-PLN-COUNT                                 00028300
                  SET PLN-IDX TO WS-PLN-COUNT                           00028400
                  MOVE PLN-REC TO WS-PLN-TAB-REC (PLN-IDX)              00028500
               ELSE                                                     00028600
      *           a dropped row is a live plan lost on rewrite, and     00028700
      *           the patient back in collections - stop instead        00028800
                  DISPLAY 'PAYMENT PLAN TABLE FULL - RUN STOPPED: '     00028900
                     PLN-PATIENID                                       00029000
                  MOVE 16 TO RETURN-CODE                                00029100
                  PERFORM 9999-ABEND                                    00029200
                     THRU 9999-ABEND-END                                00029300
               END-IF                                                   00029400
             WHEN WS-PLN-FS = '10'                                      00029500
               SET WS-PLN-EOF TO TRUE                                   00029600
             WHEN OTHER                                                 00029700
      D        DISPLAY "ERROR READ FILE PLANIN !!!: " WS-PLN-FS         00029800
               PERFORM 9999-ABEND                                       00029900
                  THRU 9999-ABEND-END                                   00030000
           END-EVALUATE.                                                00030100
      *-----------------------*                                         00030200
       1100-LOAD-PLN-TABLE-END.                                         00030300
      *-----------------------*                                         00030400
           EXIT.                                                        00030500
                                                                        00030600
      *-----------------------*                                         00030700
       5000-APPLY-TRANSACTION.                                          00030800
      *-----------------------*                                         00030900
      D    DISPLAY "TRANSACTION: " WS-REC-PLNX.                         00031000
                                                                        00031100
           IF PLX-PATIENID = SPACE                                      00031200
              MOVE 'PATIENID IS REQUIRED' TO PRJ-REASON                 00031300
              PERFORM 5900-WRITE-REJECT                                 00031400
                 THRU 5900-WRITE-REJECT-END                             00031500
              GO TO 5000-APPLY-TRANSACTION-NEXT                         00031600
           END-IF.                                                      00031700
                                                                        00031800
           PERFORM 5300-FIND-PLAN                                       00031900
              THRU 5300-FIND-PLAN-END.                                  00032000
                                                                        00032100
           EVALUATE PLX-ACTION                                          00032200
             WHEN 'A'                                                   00032300
               PERFORM 5100-ADD-PLAN                                    00032400
                  THRU 5100-ADD-PLAN-END                                00032500
             WHEN 'C'                                                   00032600
               PERFORM 5200-CHANGE-PLAN                                 00032700
                  THRU 5200-CHANGE-PLAN-END                             00032800
             WHEN 'X'                                                   00032900
               PERFORM 5250-CANCEL-PLAN                                 00033000
                  THRU 5250-CANCEL-PLAN-END                             00033100
             WHEN OTHER                                                 00033200
               MOVE 'UNKNOWN ACTION CODE' TO PRJ-REASON                 00033300
               PERFORM 5900-WRITE-REJECT                                00033400
                  THRU 5900-WRITE-REJECT-END                            00033500
           END-EVALUATE.                                                00033600
                                                                        00033700
       5000-APPLY-TRANSACTION-NEXT.                                     00033800
           IF NOT WS-PLX-EOF                                            00033900
              PERFORM 8100-READ-PLNX                                    00034000
                 THRU 8100-READ-PLNX-END                                00034100
           END-IF.                                                      00034200
      *-----------------------*                                         00034300
       5000-APPLY-TRANSACTION-END.                                      00034400
      *-----------------------*                                         00034500
           EXIT.                                                        00034600
                                                                        00034700
      *-----------------------*                                         00034800
       5100-ADD-PLAN.                                                   00034900
      *-----------------------*                                         00035000
      *    one open plan per patient; a paid-off or cancelled one       00035100
      *    is replaced by the new agreement                             00035200
           IF WS-PLN-HIT                                                00035300
              SET PLN-IDX TO WS-PLN-HIT-SUB                             00035400
              MOVE WS-PLN-TAB-REC (PLN-IDX) TO WS-PLAN                  00035500
              IF WS-PL-OPEN                                             00035600
                 MOVE 'PLAN ALREADY OPEN - USE C' TO PRJ-REASON         00035700
                 PERFORM 5900-WRITE-REJECT                              00035800
                    THRU 5900-WRITE-REJECT-END                          00035900
                 GO TO 5100-ADD-PLAN-END                                00036000
              END-IF                                                    00036100
           END-IF.                                                      00036200
                                                                        00036300
           IF PLX-TOTAL NOT NUMERIC                                     00036400
              OR PLX-TOTAL-N = ZERO                                     00036500
              MOVE 'AGREED TOTAL INVALID' TO PRJ-REASON                 00036600
              PERFORM 5900-WRITE-REJECT                                 00036700
                 THRU 5900-WRITE-REJECT-END                             00036800
              GO TO 5100-ADD-PLAN-END                                   00036900
           END-IF.                                                      00037000
           PERFORM 5500-VALIDATE-TERMS                                  00037100
              THRU 5500-VALIDATE-TERMS-END.                             00037200
           IF PRJ-REASON NOT = SPACE                                    00037300
              PERFORM 5900-WRITE-REJECT                                 00037400
                 THRU 5900-WRITE-REJECT-END                             00037500
              GO TO 5100-ADD-PLAN-END                                   00037600
           END-IF.                                                      00037700
           IF PLX-INSTALL-N > PLX-TOTAL-N                               00037800
              MOVE 'INSTALLMENT OVER AGREED TOTAL' TO PRJ-REASON        00037900
              PERFORM 5900-WRITE-REJECT                                 00038000
                 THRU 5900-WRITE-REJECT-END                             00038100
              GO TO 5100-ADD-PLAN-END                                   00038200
           END-IF.                                                      00038300
           IF PLX-START-DATE NOT NUMERIC                                00038400
              MOVE 'START DATE INVALID' TO PRJ-REASON                   00038500
              PERFORM 5900-WRITE-REJECT                                 00038600
                 THRU 5900-WRITE-REJECT-END                             00038700
              GO TO 5100-ADD-PLAN-END                                   00038800
           END-IF.                                                      00038900
                                                                        00039000
           IF NOT WS-PLN-HIT                                            00039100
              IF WS-PLN-COUNT < WS-PLN-MAX                              00039200
                 ADD 1 TO WS-PLN-COUNT                                  00039300
                 SET WS-PLN-HIT-SUB TO WS-PLN-COUNT                     00039400
              ELSE                                                      00039500
                 MOVE 'PAYMENT PLAN FILE FULL' TO PRJ-REASON            00039600
                 PERFORM 5900-WRITE-REJECT                              00039700
                    THRU 5900-WRITE-REJECT-END                          00039800
                 GO TO 5100-ADD-PLAN-END                                00039900
              END-IF                                                    00040000
           END-IF.                                                      00040100
                                                                        00040200
      *    a new plan starts current; PPLNMON takes it from there       00040300
           MOVE SPACE            TO WS-PLAN.                            00040400
           MOVE PLX-PATIENID     TO WS-PL-PATIENID.                     00040500
           MOVE PLX-TOTAL-N      TO WS-PL-TOTAL.                        00040600
           MOVE PLX-INSTALL-N    TO WS-PL-INSTALL.                      00040700
           MOVE PLX-DUE-DAY-N    TO WS-PL-DUE-DAY.                      00040800
           MOVE PLX-START-DATE   TO WS-PL-START-DATE.                   00040900
           MOVE 'C'              TO WS-PL-STATUS.                       00041000
           MOVE ZERO             TO WS-PL-PAID.                         00041100
           MOVE ZERO             TO WS-PL-NEXT-AMT.                     00041200
           SET PLN-IDX TO WS-PLN-HIT-SUB.                               00041300
           MOVE WS-PLAN TO WS-PLN-TAB-REC (PLN-IDX).                    00041400
           MOVE 'OPEN   ' TO RPT-C-ACTION.                              00041500
           PERFORM 5800-WRITE-AUDIT-LINE                                00041600
              THRU 5800-WRITE-AUDIT-LINE-END.                           00041700
           ADD 1 TO WS-NO-ADDED.                                        00041800
           DISPLAY 'PLAN OPENED: ' PLX-PATIENID.                        00041900
      *-----------------------*                                         00042000
       5100-ADD-PLAN-END.                                               00042100
      *-----------------------*                                         00042200
           EXIT.                                                        00042300
                                                                        00042400
      *-----------------------*                                         00042500
       5200-CHANGE-PLAN.                                                00042600
      *-----------------------*                                         00042700
      *    new installment terms for an open plan; what was paid        00042800
      *    and the agreed total stand                                   00042900
           IF NOT WS-PLN-HIT                                            00043000
              MOVE 'NO PLAN TO CHANGE' TO PRJ-REASON                    00043100
              PERFORM 5900-WRITE-REJECT                                 00043200
                 THRU 5900-WRITE-REJECT-END                             00043300
              GO TO 5200-CHANGE-PLAN-END                                00043400
           END-IF.                                                      00043500
           SET PLN-IDX TO WS-PLN-HIT-SUB.                               00043600
           MOVE WS-PLN-TAB-REC (PLN-IDX) TO WS-PLAN.                    00043700
           IF NOT WS-PL-OPEN                                            00043800
              MOVE 'PLAN IS NOT OPEN' TO PRJ-REASON                     00043900
              PERFORM 5900-WRITE-REJECT                                 00044000
                 THRU 5900-WRITE-REJECT-END                             00044100
              GO TO 5200-CHANGE-PLAN-END                                00044200
           END-IF.                                                      00044300
           PERFORM 5500-VALIDATE-TERMS                                  00044400
              THRU 5500-VALIDATE-TERMS-END.                             00044500
           IF PRJ-REASON NOT = SPACE                                    00044600
              PERFORM 5900-WRITE-REJECT                                 00044700
                 THRU 5900-WRITE-REJECT-END                             00044800
              GO TO 5200-CHANGE-PLAN-END                                00044900
           END-IF.                                                      00045000
           IF PLX-INSTALL-N > WS-PL-TOTAL                               00045100
              MOVE 'INSTALLMENT OVER AGREED TOTAL' TO PRJ-REASON        00045200
              PERFORM 5900-WRITE-REJECT                                 00045300
                 THRU 5900-WRITE-REJECT-END                             00045400
              GO TO 5200-CHANGE-PLAN-END                                00045500
           END-IF.                                                      00045600
                                                                        00045700
           MOVE PLX-INSTALL-N TO WS-PL-INSTALL.                         00045800
           MOVE PLX-DUE-DAY-N TO WS-PL-DUE-DAY.                         00045900
           MOVE WS-PLAN TO WS-PLN-TAB-REC (PLN-IDX).                    00046000
           MOVE 'CHANGE ' TO RPT-C-ACTION.                              00046100
           PERFORM 5800-WRITE-AUDIT-LINE                                00046200
              THRU 5800-WRITE-AUDIT-LINE-END.                           00046300
           ADD 1 TO WS-NO-CHANGED.                                      00046400
      *-----------------------*                                         00046500
       5200-CHANGE-PLAN-END.                                            00046600
      *-----------------------*                                         00046700
           EXIT.                                                        00046800
                                                                        00046900
      *-----------------------*                                         00047000
       5250-CANCEL-PLAN.                                                00047100
      *-----------------------*                                         00047200
      *    a cancelled plan stops shielding the account; PBCOLL         00047300
      *    resumes it at the stage it had reached                       00047400
           IF NOT WS-PLN-HIT                                            00047500
              MOVE 'NO PLAN TO CANCEL' TO PRJ-REASON                    00047600
              PERFORM 5900-WRITE-REJECT                                 00047700
                 THRU 5900-WRITE-REJECT-END                             00047800
              GO TO 5250-CANCEL-PLAN-END                                00047900
           END-IF.                                                      00048000
           SET PLN-IDX TO WS-PLN-HIT-SUB.                               00048100
           MOVE WS-PLN-TAB-REC (PLN-IDX) TO WS-PLAN.                    00048200
           IF NOT WS-PL-OPEN                                            00048300
              MOVE 'PLAN IS NOT OPEN' TO PRJ-REASON                     00048400
              PERFORM 5900-WRITE-REJECT                                 00048500
                 THRU 5900-WRITE-REJECT-END                             00048600
              GO TO 5250-CANCEL-PLAN-END                                00048700
           END-IF.                                                      00048800
           MOVE 'X' TO WS-PL-STATUS.                                    00048900
           MOVE WS-PLAN TO WS-PLN-TAB-REC (PLN-IDX).                    00049000
           MOVE 'CANCEL ' TO RPT-C-ACTION.                              00049100
           PERFORM 5800-WRITE-AUDIT-LINE                                00049200
              THRU 5800-WRITE-AUDIT-LINE-END.                           00049300
           ADD 1 TO WS-NO-CANCELLED.                                    00049400
      *-----------------------*                                         00049500
       5250-CANCEL-PLAN-END.                                            00049600
      *-----------------------*                                         00049700
           EXIT.                                                        00049800
                                                                        00049900
      *-----------------------*                                         00050000
       5300-FIND-PLAN.                                                  00050100
      *-----------------------*                                         00050200
           MOVE 'N' TO WS-PLN-FOUND.                                    00050300
           PERFORM 5310-PLAN-LOOKUP                                     00050400
              THRU 5310-PLAN-LOOKUP-END                                 00050500
              VARYING PLN-IDX FROM 1 BY 1                               00050600
              UNTIL PLN-IDX > WS-PLN-COUNT                              00050700
                 OR WS-PLN-HIT.                                         00050800
      *-----------------------*                                         00050900
       5300-FIND-PLAN-END.                                              00051000
      *-----------------------*                                         00051100
           EXIT.                                                        00051200
                                                                        00051300
      *-----------------------*                                         00051400
       5310-PLAN-LOOKUP.                                                00051500
      *-----------------------*                                         00051600
           IF WS-PLN-TAB-REC (PLN-IDX) (1:5) = PLX-PATIENID             00051700
              MOVE 'Y' TO WS-PLN-FOUND                                  00051800
              SET WS-PLN-HIT-SUB TO PLN-IDX                             00051900
           END-IF.                                                      00052000
      *-----------------------*                                         00052100
       5310-PLAN-LOOKUP-END.                                            00052200
      *-----------------------*                                         00052300
           EXIT.                                                        00052400
                                                                        00052500
      *-----------------------*                                         00052600
       5500-VALIDATE-TERMS.                                             00052700
      *-----------------------*                                         00052800
      *    the due day stops at 28 so every month has one               00052900
           MOVE SPACE TO PRJ-REASON.                                    00053000
           IF PLX-INSTALL NOT NUMERIC                                   00053100
              OR PLX-INSTALL-N = ZERO                                   00053200
              MOVE 'INSTALLMENT INVALID' TO PRJ-REASON                  00053300
              GO TO 5500-VALIDATE-TERMS-END                             00053400
           END-IF.                                                      00053500
           IF PLX-DUE-DAY NOT NUMERIC                                   00053600
              OR PLX-DUE-DAY-N < 1                                      00053700
              OR PLX-DUE-DAY-N > 28                                     00053800
              MOVE 'DUE DAY MUST BE 01 TO 28' TO PRJ-REASON             00053900
           END-IF.                                                      00054000
      *-----------------------*                                         00054100
       5500-VALIDATE-TERMS-END.                                         00054200
      *-----------------------*                                         00054300
           EXIT.                                                        00054400
                                                                        00054500
      *-----------------------*                                         00054600
       5800-WRITE-AUDIT-LINE.                                           00054700
      *-----------------------*                                         00054800
      *    the changed plan as it now stands, action first              00054900
           MOVE WS-PL-PATIENID   TO RPT-C-PATIENID.                     00055000
           MOVE WS-PL-TOTAL      TO RPT-C-TOTAL.                        00055100
           MOVE WS-PL-INSTALL    TO RPT-C-INSTALL.                      00055200
           MOVE WS-PL-DUE-DAY    TO RPT-C-DUE-DAY.                      00055300
           MOVE WS-PL-START-DATE TO RPT-C-START.                        00055400
           MOVE WS-PL-STATUS     TO RPT-C-STATUS.                       00055500
           WRITE RPT01-OUT-REC FROM RPT-CHANGE-LINE                     00055600
              AFTER ADVANCING 1 LINE.                                   00055700
      *-----------------------*                                         00055800
       5800-WRITE-AUDIT-LINE-END.                                       00055900
      *-----------------------*                                         00056000
           EXIT.                                                        00056100
                                                                        00056200
      *-----------------------*                                         00056300
       5900-WRITE-REJECT.                                               00056400
      *-----------------------*                                         00056500
           DISPLAY 'TRANSACTION REJECTED: ' PRJ-REASON.                 00056600
           MOVE PLX-ACTION   TO PRJ-ACTION.                             00056700
           MOVE PLX-PATIENID TO PRJ-PATIENID.                           00056800
           WRITE PREJ-OUT-REC.                                          00056900
           ADD 1 TO WS-NO-REJECTS.                                      00057000
      *-----------------------*                                         00057100
       5900-WRITE-REJECT-END.                                           00057200
      *-----------------------*                                         00057300
           EXIT.                                                        00057400
                                                                        00057500
      *-----------------------*                                         00057600
       6000-REWRITE-PLANS.                                              00057700
      *-----------------------*                                         00057800
           SET PLN-IDX TO WS-PLN-SUB.                                   00057900
           WRITE PLAN-OUT-REC FROM WS-PLN-TAB-REC (PLN-IDX).            00058000
      *-----------------------*                                         00058100
       6000-REWRITE-PLANS-END.                                          00058200
      *-----------------------*                                         00058300
           EXIT.                                                        00058400
                                                                        00058500
      *---------------*                                                 00058600
       8100-READ-PLNX.                                                  00058700
      *---------------*                                                 00058800
                                                                        00058900
           INITIALIZE WS-REC-PLNX.                                      00059000
                                                                        00059100
           READ PLNX-IN INTO WS-REC-PLNX                                00059200
           END-READ.                                                    00059300
                                                                        00059400
           EVALUATE TRUE                                                00059500
                                                                        00059600
             WHEN WS-PLX-FS = '00'                                      00059700
               ADD 1 TO WS-NO-READ-PLNX                                 00059800
      D        DISPLAY "READ FILE OK: " WS-REC-PLNX                     00059900
               CONTINUE                                                 00060000
             WHEN WS-PLX-FS = '10'                                      00060100
               SET WS-PLX-EOF TO TRUE                                   00060200
      D        DISPLAY "WS-PLX-END-OF-FILE " WS-PLX-END-OF-FILE         00060300
             WHEN OTHER                                                 00060400
      D        DISPLAY "ERROR READ FILE PLNTIN !!!: " WS-PLX-FS         00060500
               PERFORM 9999-ABEND                                       00060600
                  THRU 9999-ABEND-END                                   00060700
                                                                        00060800
           END-EVALUATE.                                                00060900
                                                                        00061000
      *-------------------*                                             00061100
       8100-READ-PLNX-END.                                              00061200
      *-------------------*                                             00061300
           EXIT.                                                        00061400
      *-------------------*                                             00061500
       9999-ABEND.                                                      00061600
      *-------------------*                                             00061700
      D    DISPLAY "WE ARE IN ABEND".                                   00061800
      *    WE FORCE AN ABEND                                            00061900
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00062000
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00062100
           GOBACK.                                                      00062200
      *-------------------*                                             00062300
       9999-ABEND-END.                                                  00062400
      *-------------------*                                             00062500
           EXIT.                                                        00062600
