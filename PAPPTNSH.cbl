      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PAPPTNSH.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Passe de fin de journee des absences (no-show). Lit        00000900
      *      le maitre des rendez-vous (APPTMSTR, tenu par              00001000
      *      PAPPTMNT) apres PAPPTEOD: tout rendez-vous encore          00001100
      *      reserve (statut B) a la date du jour ou avant passe        00001200
      *      au statut N (absent). Pour chaque absence:                 00001300
      *        - le compteur d'absences du patient (NSHWMSTR) est       00001400
      *          augmente; PAPPTMNT s'en sert a la reservation          00001500
      *        - des frais d'absence sont ecrits au format FI01         00001600
      *          de PBCREA (PATIENT de positionnement + BILLING,        00001700
      *          puis TRAILER), que le bureau de facturation            00001800
      *          libere vers PBCREA.                                    00001900
      *      Les transactions du superviseur (NSHTIN) posent ou         00002000
      *      levent le blocage des reservations d'un patient            00002100
      *      (F=bloquer, U=debloquer) avant la passe.                   00002200
      *                                                                 00002300
      * Fichier entree: CTLCARD, date du jour (YYYYMMDD) et             00002400
      *      montant des frais d'absence                                00002500
      * Fichier entree: APPTIN, maitre des rendez-vous courant          00002600
      * Fichier entree: NSHWIN, compteurs d'absences courants           00002700
      * Fichier entree: NSHTIN, blocages du superviseur                 00002800
      * Fichier sortie: APPTOUT, nouveau maitre des rendez-vous         00002900
      * Fichier sortie: NSHWOUT, nouveaux compteurs d'absences          00003000
      * Fichier sortie: NSFEEOUT, frais d'absence pour PBCREA           00003100
      *----------------------------------------------------------*      00003200
      *--------------------*                                            00003300
       ENVIRONMENT DIVISION.                                            00003400
      *--------------------*                                            00003500
       CONFIGURATION SECTION.                                           00003600
       OBJECT-COMPUTER.                                                 00003700
       SOURCE-COMPUTER.                                                 00003800
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
           SELECT CTLCARD ASSIGN TO CTLCARD                             00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-CTL-FS.                                    00004400
           SELECT APPT-IN ASSIGN TO APPTIN                              00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-APT-FS.                                    00004700
           SELECT NSHW-IN ASSIGN TO NSHWIN                              00004800
           ORGANIZATION IS SEQUENTIAL                                   00004900
           FILE STATUS IS WS-NSH-FS.                                    00005000
           SELECT NSTX-IN ASSIGN TO NSHTIN                              00005100
           ORGANIZATION IS SEQUENTIAL                                   00005200
           FILE STATUS IS WS-NST-FS.                                    00005300
           SELECT APPT-OUT ASSIGN TO APPTOUT                            00005400
           ORGANIZATION IS SEQUENTIAL                                   00005500
           FILE STATUS IS WS-APTO-FS.                                   00005600
           SELECT NSHW-OUT ASSIGN TO NSHWOUT                            00005700
           ORGANIZATION IS SEQUENTIAL                                   00005800
           FILE STATUS IS WS-NSHO-FS.                                   00005900
           SELECT FI01-OUT ASSIGN TO NSFEEOUT                           00006000
           ORGANIZATION IS SEQUENTIAL                                   00006100
           FILE STATUS IS WS-FI01-FS.                                   00006200
      *----------------*                                                00006300
       DATA DIVISION.                                                   00006400
      *----------------*                                                00006500
       FILE SECTION.                                                    00006600
                                                                        00006700
       FD  CTLCARD RECORDING MODE F.                                    00006800
       01  CTL-CARD-REC.                                                00006900
           05 CTL-EOD-DATE              PIC X(08).                      00007000
           05 FILLER                    PIC X(01).                      00007100
           05 CTL-NOSHOW-FEE            PIC 9(05)V99.                   00007200
           05 FILLER                    PIC X(64).                      00007300
                                                                        00007400
      *    un rendez-vous par enregistrement, format PAPPTMNT           00007500
       FD  APPT-IN RECORDING MODE F.                                    00007600
       01  APPT-IN-REC.                                                 00007700
           05 APT-PATIENID      PIC X(05).                              00007800
           05 FILLER            PIC X(01).                              00007900
           05 APT-DATE          PIC X(08).                              00008000
           05 FILLER            PIC X(01).                              00008100
           05 APT-TIME          PIC X(04).                              00008200
           05 FILLER            PIC X(01).                              00008300
           05 APT-DOCTOR        PIC X(20).                              00008400
           05 FILLER            PIC X(01).                              00008500
           05 APT-TRTNAME       PIC X(20).                              00008600
           05 FILLER            PIC X(01).                              00008700
           05 APT-STATUS        PIC X(01).                              00008800
           05 FILLER            PIC X(17).                              00008900
                                                                        00009000
      *    compteur d'absences par patient; NSC-HOLD a 'Y' veut         00009100
      *    dire que le superviseur a bloque les reservations            00009200
       FD  NSHW-IN RECORDING MODE F.                                    00009300
       01  NSHW-IN-REC.                                                 00009400
           05 NSC-PATIENID      PIC X(05).                              00009500
           05 FILLER            PIC X(01).                              00009600
           05 NSC-COUNT         PIC 9(03).                              00009700
           05 FILLER            PIC X(01).                              00009800
           05 NSC-LAST-DATE     PIC X(08).                              00009900
           05 FILLER            PIC X(01).                              00010000
           05 NSC-HOLD          PIC X(01).                              00010100
           05 FILLER            PIC X(01).                              00010200
           05 NSC-SUPV-ID       PIC X(08).                              00010300
           05 FILLER            PIC X(01).                              00010400
           05 NSC-HOLD-DATE     PIC X(08).                              00010500
           05 FILLER            PIC X(42).                              00010600
                                                                        00010700
       FD  NSTX-IN RECORDING MODE F.                                    00010800
       01  NSTX-IN-REC.                                                 00010900
           05 NST-ACTION        PIC X(01).                              00011000
           05 FILLER            PIC X(01).                              00011100
           05 NST-PATIENID      PIC X(05).                              00011200
           05 FILLER            PIC X(01).                              00011300
           05 NST-SUPV-ID       PIC X(08).                              00011400
           05 FILLER            PIC X(64).                              00011500
                                                                        00011600
       FD  APPT-OUT RECORDING MODE F.                                   00011700
       01  APPT-OUT-REC                 PIC X(80).                      00011800
                                                                        00011900
       FD  NSHW-OUT RECORDING MODE F.                                   00012000
       01  NSHW-OUT-REC                 PIC X(80).                      00012100
                                                                        00012200
       FD  FI01-OUT RECORDING MODE F.                                   00012300
       01  FI01-OUT-DATA                PIC X(80).                      00012400
                                                                        00012500
      *-----------------------*                                         00012600
       WORKING-STORAGE SECTION.                                         00012700
      *-----------------------*                                         00012800
       01 WS-FILE-STATUS.                                               00012900
          05 WS-CTL-FS                 PIC X(2).                        00013000
          05 WS-APT-FS                 PIC X(2).                        00013100
          05 WS-NSH-FS                 PIC X(2).                        00013200
          05 WS-NST-FS                 PIC X(2).                        00013300
          05 WS-APTO-FS                PIC X(2).                        00013400
          05 WS-NSHO-FS                PIC X(2).                        00013500
          05 WS-FI01-FS                PIC X(2).                        00013600
                                                                        00013700
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00013800
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00013900
                                                                        00014000
       01 WS-NSH-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014100
          88 WS-NSH-EOF                 VALUE 'TRUE'.                   00014200
                                                                        00014300
       01 WS-NST-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00014400
          88 WS-NST-EOF                 VALUE 'TRUE'.                   00014500
                                                                        00014600
       01 WS-EOD-DATE                   PIC X(08).                      00014700
       01 WS-NOSHOW-FEE                 PIC 9(05)V99 VALUE 0.           00014800
                                                                        00014900
       01 WS-COUNTERS.                                                  00015000
           05 WS-NO-READ-APPT              PIC 9(8).                    00015100
           05 WS-NO-NOSHOWS                PIC 9(8).                    00015200
           05 WS-NO-FEES                   PIC 9(8).                    00015300
           05 WS-NO-HOLDS-SET              PIC 9(8).                    00015400
           05 WS-NO-HOLDS-LIFTED           PIC 9(8).                    00015500
           05 WS-NO-TRX-REJECTS            PIC 9(8).                    00015600
                                                                        00015700
      *    enregistrement de sortie au format FI01 de PBCREA            00015800
       01 WS-REC-FI01.                                                  00015900
          05 FI01-SEGMENT-TYPE         PIC X(08).                       00016000
          05 FILLER                    PIC X(01).                       00016100
          05 FI01-DATA                 PIC X(72).                       00016200
          05 FI01-DATA-PATIENT  REDEFINES FI01-DATA.                    00016300
             10 FI01-DATA-PATIENID     PIC X(05).                       00016400
             10 FILLER                 PIC X(67).                       00016500
          05 FI01-DATA-BILLING  REDEFINES FI01-DATA.                    00016600
             10 FI01-DATA-INVOICENO    PIC X(08).                       00016700
             10 FI01-DATA-AMOUNT       PIC S9(7)V99.                    00016800
             10 FI01-DATA-BILLDATE     PIC X(08).                       00016900
             10 FI01-DATA-BIL-FACILITY PIC X(02).                       00017000
             10 FILLER                 PIC X(45).                       00017100
          05 FI01-DATA-TRAILER  REDEFINES FI01-DATA.                    00017200
             10 FI01-TRL-PAT-CNT      PIC 9(07).                        00017300
             10 FI01-TRL-TRT-CNT      PIC 9(07).                        00017400
             10 FI01-TRL-BIL-CNT      PIC 9(07).                        00017500
             10 FI01-TRL-AMT-HASH     PIC S9(11)V99.                    00017600
             10 FILLER                 PIC X(38).                       00017700
                                                                        00017800
       01 WS-TRL-COUNTS.                                                00017900
          05 WS-TRL-PAT-CNT     PIC 9(07) VALUE 0.                      00018000
          05 WS-TRL-BIL-CNT     PIC 9(07) VALUE 0.                      00018100
          05 WS-TRL-AMT-HASH    PIC S9(11)V99 VALUE 0.                  00018200
                                                                        00018300
      *    les compteurs d'absences charges en table, mis a jour        00018400
      *    pendant la passe, puis recrits en entier                     00018500
       01 WS-NSC-TABLE.                                                 00018600
          05 WS-NSC-MAX         PIC 9(04) COMP VALUE 2000.              00018700
          05 WS-NSC-COUNT       PIC 9(04) COMP VALUE 0.                 00018800
          05 WS-NSC-ENTRY OCCURS 2000 TIMES INDEXED BY NSC-IDX.         00018900
             10 WS-NC-PATIENID  PIC X(05).                              00019000
             10 WS-NC-COUNT     PIC 9(03).                              00019100
             10 WS-NC-LAST-DATE PIC X(08).                              00019200
             10 WS-NC-HOLD      PIC X(01).                              00019300
             10 WS-NC-SUPV-ID   PIC X(08).                              00019400
             10 WS-NC-HOLD-DATE PIC X(08).                              00019500
                                                                        00019600
       01 WS-NSC-FOUND                  PIC X(01) VALUE 'N'.            00019700
          88 WS-NSC-HIT                 VALUE 'Y'.                      00019800
       01 WS-NSC-HIT-SUB                PIC 9(04) COMP VALUE 0.         00019900
       01 WS-NSC-SUB                    PIC 9(04) COMP VALUE 0.         00020000
       01 WS-LOOKUP-PATIENID            PIC X(05).                      00020100
                                                                        00020200
      *-----------------------*                                         00020300
       PROCEDURE DIVISION.                                              00020400
      *-----------------------*                                         00020500
                                                                        00020600
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00020700
                                                                        00020800
           PERFORM 1000-INIT                                            00020900
              THRU 1000-INIT-END.                                       00021000
                                                                        00021100
           DISPLAY '1_____APPLY SUPERVISOR HOLDS'.                      00021200
           OPEN INPUT NSTX-IN.                                          00021300
           IF WS-NST-FS = '00'                                          00021400
              PERFORM 2000-APPLY-HOLD                                   00021500
                 THRU 2000-APPLY-HOLD-END                               00021600
                 UNTIL WS-NST-EOF                                       00021700
              CLOSE NSTX-IN                                             00021800
           ELSE                                                         00021900
              DISPLAY 'NSHTIN NOT AVAILABLE - NO HOLDS TODAY'           00022000
           END-IF.                                                      00022100
                                                                        00022200
           DISPLAY '2_____MARK NO-SHOWS AND REWRITE MASTER'.            00022300
           PERFORM 3000-PROCESS-APPOINTMENT                             00022400
              THRU 3000-PROCESS-APPOINTMENT-END                         00022500
              UNTIL WS-APT-EOF.                                         00022600
                                                                        00022700
           PERFORM 4000-WRITE-TRAILER                                   00022800
              THRU 4000-WRITE-TRAILER-END.                              00022900
                                                                        00023000
           DISPLAY '3_____REWRITE NO-SHOW COUNTS'.                      00023100
           PERFORM 6000-REWRITE-COUNTS                                  00023200
              THRU 6000-REWRITE-COUNTS-END                              00023300
              VARYING WS-NSC-SUB FROM 1 BY 1                            00023400
              UNTIL WS-NSC-SUB > WS-NSC-COUNT.                          00023500
                                                                        00023600
           CLOSE APPT-IN.                                               00023700
           CLOSE APPT-OUT.                                              00023800
           CLOSE NSHW-OUT.                                              00023900
           CLOSE FI01-OUT.                                              00024000
                                                                        00024100
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00024200
           DISPLAY 'APPOINTMENTS READ : ' WS-NO-READ-APPT.              00024300
           DISPLAY 'MARKED NO-SHOW    : ' WS-NO-NOSHOWS.                00024400
           DISPLAY 'NO-SHOW FEES      : ' WS-NO-FEES.                   00024500
           DISPLAY 'HOLDS SET         : ' WS-NO-HOLDS-SET.              00024600
           DISPLAY 'HOLDS LIFTED      : ' WS-NO-HOLDS-LIFTED.           00024700
           DISPLAY 'HOLDS REJECTED    : ' WS-NO-TRX-REJECTS.            00024800
                                                                        00024900
           IF WS-NO-TRX-REJECTS > 0                                     00025000
              MOVE 4 TO RETURN-CODE                                     00025100
           END-IF.                                                      00025200
                                                                        00025300
           GOBACK.                                                      00025400
                                                                        00025500
      *------------*                                                    00025600
       1000-INIT.                                                       00025700
      *------------*                                                    00025800
           DISPLAY "***** INIT PROCESS *****".                          00025900
                                                                        00026000
           MOVE SPACE TO WS-FILE-STATUS.                                00026100
           MOVE ZEROES TO WS-COUNTERS.                                  00026200
                                                                        00026300
           OPEN INPUT CTLCARD.                                          00026400
                                                                        00026500
           IF WS-CTL-FS NOT = "00"                                      00026600
      D      DISPLAY "ERROR OPEN FILE CTLCARD: " WS-CTL-FS              00026700
             PERFORM 9999-ABEND                                         00026800
                THRU 9999-ABEND-END                                     00026900
           END-IF.                                                      00027000
                                                                        00027100
           READ CTLCARD INTO CTL-CARD-REC                               00027200
              AT END                                                    00027300
      D         DISPLAY "CTLCARD IS EMPTY - NO EOD DATE SUPPLIED"       00027400
                PERFORM 9999-ABEND                                      00027500
                   THRU 9999-ABEND-END                                  00027600
           END-READ.                                                    00027700
                                                                        00027800
           MOVE CTL-EOD-DATE TO WS-EOD-DATE.                            00027900
           IF CTL-NOSHOW-FEE NUMERIC                                    00028000
              MOVE CTL-NOSHOW-FEE TO WS-NOSHOW-FEE                      00028100
           END-IF.                                                      00028200
           CLOSE CTLCARD.                                               00028300
                                                                        00028400
           IF WS-EOD-DATE NOT NUMERIC                                   00028500
              DISPLAY 'CTLCARD EOD DATE NOT NUMERIC: ' WS-EOD-DATE      00028600
              PERFORM 9999-ABEND                                        00028700
                 THRU 9999-ABEND-END                                    00028800
           END-IF.                                                      00028900
           IF WS-NOSHOW-FEE = 0                                         00029000
              DISPLAY 'NO-SHOW FEE IS ZERO - NO FEE RECORDS'            00029100
           END-IF.                                                      00029200
                                                                        00029300
      *    load the no-show counts; a missing file is a valid           00029400
      *    first cycle                                                  00029500
           OPEN INPUT NSHW-IN.                                          00029600
           IF WS-NSH-FS = '00'                                          00029700
              PERFORM 1100-LOAD-NSC-TABLE                               00029800
                 THRU 1100-LOAD-NSC-TABLE-END                           00029900
                 UNTIL WS-NSH-EOF                                       00030000
              CLOSE NSHW-IN                                             00030100
           ELSE                                                         00030200
              DISPLAY 'NSHWIN NOT AVAILABLE - STARTING EMPTY'           00030300
           END-IF.                                                      00030400
           DISPLAY 'PATIENTS WITH NO-SHOW HISTORY: ' WS-NSC-COUNT.      00030500
                                                                        00030600
           OPEN INPUT APPT-IN.                                          00030700
           IF WS-APT-FS NOT = '00'                                      00030800
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00030900
              PERFORM 9999-ABEND                                        00031000
                 THRU 9999-ABEND-END                                    00031100
           END-IF.                                                      00031200
                                                                        00031300
           OPEN OUTPUT APPT-OUT.                                        00031400
           OPEN OUTPUT NSHW-OUT.                                        00031500
           OPEN OUTPUT FI01-OUT.                                        00031600
                                                                        00031700
      *    first read of the appointment master                         00031800
           PERFORM 8100-READ-APPT                                       00031900
              THRU 8100-READ-APPT-END.                                  00032000
                                                                        00032100
           DISPLAY "***** FIN INIT PROCESS *****".                      00032200
                                                                        00032300
      *----------------*                                                00032400
       1000-INIT-END.                                                   00032500
      *----------------*                                                00032600
           EXIT.                                                        00032700
                                                                        00032800
      *-----------------------*                                         00032900
       1100-LOAD-NSC-TABLE.                                             00033000
      *-----------------------*                                         00033100
           READ NSHW-IN                                                 00033200
           END-READ.                                                    00033300
                                                                        00033400
           EVALUATE TRUE                                                00033500
             WHEN WS-NSH-FS = '00'                                      00033600
               IF WS-NSC-COUNT < WS-NSC-MAX                             00033700
                  ADD 1 TO WS-NSC-COUNT                                 00033800
                  SET NSC-IDX TO WS-NSC-COUNT                           00033900
                  MOVE NSC-PATIENID  TO WS-NC-PATIENID (NSC-IDX)        00034000
                  MOVE NSC-COUNT     TO WS-NC-COUNT (NSC-IDX)           00034100
                  MOVE NSC-LAST-DATE TO WS-NC-LAST-DATE (NSC-IDX)       00034200
                  MOVE NSC-HOLD      TO WS-NC-HOLD (NSC-IDX)            00034300
                  MOVE NSC-SUPV-ID   TO WS-NC-SUPV-ID (NSC-IDX)         00034400
                  MOVE NSC-HOLD-DATE TO WS-NC-HOLD-DATE (NSC-IDX)       00034500
               ELSE                                                     00034600
      *               a dropped entry would vanish from the file on     00034700
      *               rewrite - stop instead                            00034800
                  DISPLAY 'NO-SHOW TABLE FULL - RUN STOPPED: '          00034900
                     NSC-PATIENID                                       00035000
                  MOVE 16 TO RETURN-CODE                                00035100
                  PERFORM 9999-ABEND                                    00035200
                     THRU 9999-ABEND-END                                00035300
               END-IF                                                   00035400
             WHEN WS-NSH-FS = '10'                                      00035500
               SET WS-NSH-EOF TO TRUE                                   00035600
             WHEN OTHER                                                 00035700
      D        DISPLAY "ERROR READ FILE NSHWIN !!!: " WS-NSH-FS         00035800
               PERFORM 9999-ABEND                                       00035900
                  THRU 9999-ABEND-END                                   00036000
           END-EVALUATE.                                                00036100
      *-----------------------*                                         00036200
       1100-LOAD-NSC-TABLE-END.                                         00036300
      *-----------------------*                                         00036400
           EXIT.                                                        00036500
                                                                        00036600
      *-----------------------*                                         00036700
       2000-APPLY-HOLD.                                                 00036800
      *-----------------------*                                         00036900
           READ NSTX-IN                                                 00037000
           END-READ.                                                    00037100
                                                                        00037200
           EVALUATE TRUE                                                00037300
             WHEN WS-NST-FS = '00'                                      00037400
               CONTINUE                                                 00037500
             WHEN WS-NST-FS = '10'                                      00037600
               SET WS-NST-EOF TO TRUE                                   00037700
               GO TO 2000-APPLY-HOLD-END                                00037800
             WHEN OTHER                                                 00037900
      D        DISPLAY "ERROR READ FILE NSHTIN !!!: " WS-NST-FS         00038000
               PERFORM 9999-ABEND                                       00038100
                  THRU 9999-ABEND-END                                   00038200
           END-EVALUATE.                                                00038300
                                                                        00038400
           IF NST-SUPV-ID = SPACE                                       00038500
              DISPLAY 'HOLD WITHOUT SUPERVISOR ID - IGNORED: '          00038600
                 NST-PATIENID                                           00038700
              ADD 1 TO WS-NO-TRX-REJECTS                                00038800
              GO TO 2000-APPLY-HOLD-END                                 00038900
           END-IF.                                                      00039000
                                                                        00039100
           MOVE NST-PATIENID TO WS-LOOKUP-PATIENID.                     00039200
           EVALUATE NST-ACTION                                          00039300
             WHEN 'F'                                                   00039400
               PERFORM 5500-FIND-NSC-SLOT                               00039500
                  THRU 5500-FIND-NSC-SLOT-END                           00039600
               IF WS-NSC-HIT                                            00039700
                  SET NSC-IDX TO WS-NSC-HIT-SUB                         00039800
                  MOVE 'Y'          TO WS-NC-HOLD (NSC-IDX)             00039900
                  MOVE NST-SUPV-ID  TO WS-NC-SUPV-ID (NSC-IDX)          00040000
                  MOVE WS-EOD-DATE  TO WS-NC-HOLD-DATE (NSC-IDX)        00040100
                  ADD 1 TO WS-NO-HOLDS-SET                              00040200
                  DISPLAY 'BOOKING HOLD SET: ' NST-PATIENID             00040300
                     ' BY ' NST-SUPV-ID                                 00040400
               ELSE                                                     00040500
                  DISPLAY 'HOLD NOT APPLIED - IGNORED: '                00040600
                     NST-PATIENID                                       00040700
                  ADD 1 TO WS-NO-TRX-REJECTS                            00040800
               END-IF                                                   00040900
             WHEN 'U'                                                   00041000
               PERFORM 5510-FIND-NSC-ENTRY                              00041100
                  THRU 5510-FIND-NSC-ENTRY-END                          00041200
               IF WS-NSC-HIT                                            00041300
                  SET NSC-IDX TO WS-NSC-HIT-SUB                         00041400
                  MOVE 'N'          TO WS-NC-HOLD (NSC-IDX)             00041500
                  MOVE NST-SUPV-ID  TO WS-NC-SUPV-ID (NSC-IDX)          00041600
                  MOVE WS-EOD-DATE  TO WS-NC-HOLD-DATE (NSC-IDX)        00041700
                  ADD 1 TO WS-NO-HOLDS-LIFTED                           00041800
                  DISPLAY 'BOOKING HOLD LIFTED: ' NST-PATIENID          00041900
                     ' BY ' NST-SUPV-ID                                 00042000
               ELSE                                                     00042100
                  DISPLAY 'NO HOLD ON FILE - UNFLAG IGNORED: '          00042200
                     NST-PATIENID                                       00042300
                  ADD 1 TO WS-NO-TRX-REJECTS                            00042400
               END-IF                                                   00042500
             WHEN OTHER                                                 00042600
               DISPLAY 'UNKNOWN HOLD ACTION - IGNORED: '                00042700
                  NST-ACTION ' ' NST-PATIENID                           00042800
               ADD 1 TO WS-NO-TRX-REJECTS                               00042900
           END-EVALUATE.                                                00043000
      *-----------------------*                                         00043100
       2000-APPLY-HOLD-END.                                             00043200
      *-----------------------*                                         00043300
           EXIT.                                                        00043400
                                                                        00043500
      *-----------------------*                                         00043600
       3000-PROCESS-APPOINTMENT.                                        00043700
      *-----------------------*                                         00043800
      *    a booking still open at the end of its day is a              00043900
      *    no-show; every record goes to the new master                 00044000
           IF APT-STATUS = 'B'                                          00044100
              AND APT-DATE NOT > WS-EOD-DATE                            00044200
              MOVE 'N' TO APT-STATUS                                    00044300
              ADD 1 TO WS-NO-NOSHOWS                                    00044400
              DISPLAY 'NO-SHOW: ' APT-PATIENID ' ' APT-DATE             00044500
                 ' ' APT-TIME ' ' APT-DOCTOR                            00044600
              PERFORM 3100-COUNT-NOSHOW                                 00044700
                 THRU 3100-COUNT-NOSHOW-END                             00044800
              IF WS-NOSHOW-FEE > 0                                      00044900
                 PERFORM 3200-WRITE-FEE                                 00045000
                    THRU 3200-WRITE-FEE-END                             00045100
              END-IF                                                    00045200
           END-IF.                                                      00045300
                                                                        00045400
           WRITE APPT-OUT-REC FROM APPT-IN-REC.                         00045500
                                                                        00045600
           PERFORM 8100-READ-APPT                                       00045700
              THRU 8100-READ-APPT-END.                                  00045800
      *-----------------------*                                         00045900
       3000-PROCESS-APPOINTMENT-END.                                    00046000
      *-----------------------*                                         00046100
           EXIT.                                                        00046200
                                                                        00046300
      *-----------------------*                                         00046400
       3100-COUNT-NOSHOW.                                               00046500
      *-----------------------*                                         00046600
           MOVE APT-PATIENID TO WS-LOOKUP-PATIENID.                     00046700
           PERFORM 5500-FIND-NSC-SLOT                                   00046800
              THRU 5500-FIND-NSC-SLOT-END.                              00046900
           IF NOT WS-NSC-HIT                                            00047000
              GO TO 3100-COUNT-NOSHOW-END                               00047100
           END-IF.                                                      00047200
           SET NSC-IDX TO WS-NSC-HIT-SUB.                               00047300
           IF WS-NC-COUNT (NSC-IDX) < 999                               00047400
              ADD 1 TO WS-NC-COUNT (NSC-IDX)                            00047500
           END-IF.                                                      00047600
           IF WS-NC-LAST-DATE (NSC-IDX) = SPACE                         00047700
              OR WS-NC-LAST-DATE (NSC-IDX) < APT-DATE                   00047800
              MOVE APT-DATE TO WS-NC-LAST-DATE (NSC-IDX)                00047900
           END-IF.                                                      00048000
      *-----------------------*                                         00048100
       3100-COUNT-NOSHOW-END.                                           00048200
      *-----------------------*                                         00048300
           EXIT.                                                        00048400
                                                                        00048500
      *-----------------------*                                         00048600
       3200-WRITE-FEE.                                                  00048700
      *-----------------------*                                         00048800
      *    positioning PATIENT then the fee as a BILLING at the         00048900
      *    appointment date; the invoice number comes from              00049000
      *    PBCREA's own sequence                                        00049100
           MOVE SPACE            TO WS-REC-FI01.                        00049200
           MOVE 'PATIENT'        TO FI01-SEGMENT-TYPE.                  00049300
           MOVE APT-PATIENID     TO FI01-DATA-PATIENID.                 00049400
           WRITE FI01-OUT-DATA FROM WS-REC-FI01.                        00049500
           ADD 1 TO WS-TRL-PAT-CNT.                                     00049600
                                                                        00049700
           MOVE SPACE            TO WS-REC-FI01.                        00049800
           MOVE 'BILLING'        TO FI01-SEGMENT-TYPE.                  00049900
           MOVE WS-NOSHOW-FEE    TO FI01-DATA-AMOUNT.                   00050000
           MOVE APT-DATE         TO FI01-DATA-BILLDATE.                 00050100
           WRITE FI01-OUT-DATA FROM WS-REC-FI01.                        00050200
           ADD 1 TO WS-TRL-BIL-CNT.                                     00050300
           ADD WS-NOSHOW-FEE TO WS-TRL-AMT-HASH.                        00050400
           ADD 1 TO WS-NO-FEES.                                         00050500
      *-----------------------*                                         00050600
       3200-WRITE-FEE-END.                                              00050700
      *-----------------------*                                         00050800
           EXIT.                                                        00050900
                                                                        00051000
      *-----------------------*                                         00051100
       4000-WRITE-TRAILER.                                              00051200
      *-----------------------*                                         00051300
      *    the control totals PBCREA balances against                   00051400
           MOVE SPACE             TO WS-REC-FI01.                       00051500
           MOVE 'TRAILER'         TO FI01-SEGMENT-TYPE.                 00051600
           MOVE WS-TRL-PAT-CNT    TO FI01-TRL-PAT-CNT.                  00051700
           MOVE ZERO              TO FI01-TRL-TRT-CNT.                  00051800
           MOVE WS-TRL-BIL-CNT    TO FI01-TRL-BIL-CNT.                  00051900
           MOVE WS-TRL-AMT-HASH   TO FI01-TRL-AMT-HASH.                 00052000
           WRITE FI01-OUT-DATA FROM WS-REC-FI01.                        00052100
      *-----------------------*                                         00052200
       4000-WRITE-TRAILER-END.                                          00052300
      *-----------------------*                                         00052400
           EXIT.                                                        00052500
                                                                        00052600
      *-----------------------*                                         00052700
       5500-FIND-NSC-SLOT.                                              00052800
      *-----------------------*                                         00052900
      *    find the patient's entry, or open one                        00053000
           PERFORM 5510-FIND-NSC-ENTRY                                  00053100
              THRU 5510-FIND-NSC-ENTRY-END.                             00053200
           IF NOT WS-NSC-HIT                                            00053300
              IF WS-NSC-COUNT < WS-NSC-MAX                              00053400
                 ADD 1 TO WS-NSC-COUNT                                  00053500
                 SET NSC-IDX TO WS-NSC-COUNT                            00053600
                 SET WS-NSC-HIT-SUB TO NSC-IDX                          00053700
                 MOVE 'Y' TO WS-NSC-FOUND                               00053800
                 MOVE WS-LOOKUP-PATIENID TO WS-NC-PATIENID (NSC-IDX)    00053900
                 MOVE ZERO  TO WS-NC-COUNT (NSC-IDX)                    00054000
                 MOVE SPACE TO WS-NC-LAST-DATE (NSC-IDX)                00054100
                 MOVE 'N'   TO WS-NC-HOLD (NSC-IDX)                     00054200
                 MOVE SPACE TO WS-NC-SUPV-ID (NSC-IDX)                  00054300
                 MOVE SPACE TO WS-NC-HOLD-DATE (NSC-IDX)                00054400
              ELSE                                                      00054500
      *          an absence or hold not recorded would be lost for      00054600
      *          good on rewrite - stop instead                         00054700
                 DISPLAY '*** NO-SHOW TABLE FULL - RUN STOPPED: '       00054800
                    WS-LOOKUP-PATIENID ' ***'                           00054900
                 MOVE 16 TO RETURN-CODE                                 00055000
                 PERFORM 9999-ABEND                                     00055100
                    THRU 9999-ABEND-END                                 00055200
              END-IF                                                    00055300
           END-IF.                                                      00055400
      *-----------------------*                                         00055500
       5500-FIND-NSC-SLOT-END.                                          00055600
      *-----------------------*                                         00055700
           EXIT.                                                        00055800
                                                                        00055900
      *-----------------------*                                         00056000
       5510-FIND-NSC-ENTRY.                                             00056100
      *-----------------------*                                         00056200
           MOVE 'N' TO WS-NSC-FOUND.                                    00056300
           PERFORM 5520-NSC-LOOKUP                                      00056400
              THRU 5520-NSC-LOOKUP-END                                  00056500
              VARYING NSC-IDX FROM 1 BY 1                               00056600
              UNTIL NSC-IDX > WS-NSC-COUNT                              00056700
                 OR WS-NSC-HIT.                                         00056800
      *-----------------------*                                         00056900
       5510-FIND-NSC-ENTRY-END.                                         00057000
      *-----------------------*                                         00057100
           EXIT.                                                        00057200
                                                                        00057300
      *-----------------------*                                         00057400
       5520-NSC-LOOKUP.                                                 00057500
      *-----------------------*                                         00057600
           IF WS-NC-PATIENID (NSC-IDX) = WS-LOOKUP-PATIENID             00057700
              MOVE 'Y' TO WS-NSC-FOUND                                  00057800
              SET WS-NSC-HIT-SUB TO NSC-IDX                             00057900
           END-IF.                                                      00058000
      *-----------------------*                                         00058100
       5520-NSC-LOOKUP-END.                                             00058200
      *-----------------------*                                         00058300
           EXIT.                                                        00058400
                                                                        00058500
      *-----------------------*                                         00058600
       6000-REWRITE-COUNTS.                                             00058700
      *-----------------------*                                         00058800
           SET NSC-IDX TO WS-NSC-SUB.                                   00058900
           MOVE SPACE                     TO NSHW-IN-REC.               00059000
           MOVE WS-NC-PATIENID (NSC-IDX)  TO NSC-PATIENID.              00059100
           MOVE WS-NC-COUNT (NSC-IDX)     TO NSC-COUNT.                 00059200
           MOVE WS-NC-LAST-DATE (NSC-IDX) TO NSC-LAST-DATE.             00059300
           MOVE WS-NC-HOLD (NSC-IDX)      TO NSC-HOLD.                  00059400
           MOVE WS-NC-SUPV-ID (NSC-IDX)   TO NSC-SUPV-ID.               00059500
           MOVE WS-NC-HOLD-DATE (NSC-IDX) TO NSC-HOLD-DATE.             00059600
           WRITE NSHW-OUT-REC FROM NSHW-IN-REC.                         00059700
      *-----------------------*                                         00059800
       6000-REWRITE-COUNTS-END.                                         00059900
      *-----------------------*                                         00060000
           EXIT.                                                        00060100
                                                                        00060200
      *---------------*                                                 00060300
       8100-READ-APPT.                                                  00060400
      *---------------*                                                 00060500
           READ APPT-IN                                                 00060600
           END-READ.                                                    00060700
                                                                        00060800
           EVALUATE TRUE                                                00060900
             WHEN WS-APT-FS = '00'                                      00061000
               ADD 1 TO WS-NO-READ-APPT                                 00061100
             WHEN WS-APT-FS = '10'                                      00061200
               SET WS-APT-EOF TO TRUE                                   00061300
             WHEN OTHER                                                 00061400
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00061500
               PERFORM 9999-ABEND                                       00061600
                  THRU 9999-ABEND-END                                   00061700
           END-EVALUATE.                                                00061800
      *-------------------*                                             00061900
       8100-READ-APPT-END.                                              00062000
      *-------------------*                                             00062100
           EXIT.                                                        00062200
                                                                        00062300
      *-------------------*                                             00062400
       9999-ABEND.                                                      00062500
      *-------------------*                                             00062600
      D    DISPLAY "WE ARE IN ABEND".                                   00062700
      *    WE FORCE AN ABEND                                            00062800
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00062900
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00063000
           GOBACK.                                                      00063100
      *-------------------*                                             00063200
       9999-ABEND-END.                                                  00063300
      *-------------------*                                             00063400
           EXIT.                                                        00063500
