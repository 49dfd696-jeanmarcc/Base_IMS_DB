      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PAPPTRSP.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Applique au maitre des rendez-vous (APPTMSTR) les          00000900
      *      reponses du fournisseur de rappels SMS/voix                00001000
      *      (RSPIN), selon les regles de PAPPTMNT. Le                  00001100
      *      rendez-vous est cherche par PATIENID + date +              00001200
      *      heure parmi les non annules et doit etre encore            00001300
      *      reserve (B).                                               00001400
      *      C=confirme: APT-CONFIRM passe a Y.                         00001500
      *      X=annulation demandee: le rendez-vous est annule           00001600
      *        (C), ce qui libere la plage, APT-CONFIRM = X.            00001700
      *      U=injoignable: APT-CONFIRM = U et le patient part          00001800
      *        sur la liste de rappel du comptoir (CBKRPT) avec         00001900
      *        son nom et son telephone (segment PATIENT).              00002000
      *      L'enregistrement de fin du fournisseur doit donner         00002100
      *      le nombre de reponses lues; RSPIN est prouve contre        00002200
      *      lui avant toute ecriture, sinon rien n'est ecrit et        00002300
      *      le traitement s'arrete.                                    00002400
      *                                                                 00002500
      * Fichier entree: RSPIN, reponses du fournisseur                  00002600
      * Fichier entree: APPTIN, maitre des rendez-vous courant          00002700
      * Fichier sortie: APPTOUT, nouveau maitre des rendez-vous         00002800
      * Fichier sortie: CBKRPT, liste de rappel du comptoir             00002900
      * Fichier sortie: RSPREJ, reponses refusees                       00003000
      *----------------------------------------------------------*      00003100
      *--------------------*                                            00003200
       ENVIRONMENT DIVISION.                                            00003300
      *--------------------*                                            00003400
       CONFIGURATION SECTION.                                           00003500
       OBJECT-COMPUTER.                                                 00003600
       SOURCE-COMPUTER.                                                 00003700
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
           SELECT RSP-IN ASSIGN TO RSPIN                                00004100
           ORGANIZATION IS SEQUENTIAL                                   00004200
           FILE STATUS IS WS-RSP-FS.                                    00004300
           SELECT APPT-IN ASSIGN TO APPTIN                              00004400
           ORGANIZATION IS SEQUENTIAL                                   00004500
           FILE STATUS IS WS-APT-FS.                                    00004600
           SELECT APPT-OUT ASSIGN TO APPTOUT                            00004700
           ORGANIZATION IS SEQUENTIAL                                   00004800
           FILE STATUS IS WS-APTO-FS.                                   00004900
           SELECT RPT01-OUT ASSIGN TO CBKRPT                            00005000
           ORGANIZATION IS LINE SEQUENTIAL                              00005100
           FILE STATUS IS WS-RPT01-FS.                                  00005200
           SELECT RREJ-OUT ASSIGN TO RSPREJ                             00005300
           ORGANIZATION IS SEQUENTIAL                                   00005400
           FILE STATUS IS WS-RREJ-FS.                                   00005500
      *----------------*                                                00005600
       DATA DIVISION.                                                   00005700
      *----------------*                                                00005800
       FILE SECTION.                                                    00005900
                                                                        00006000
       FD  RSP-IN RECORDING MODE F.                                     00006100
       01  RSP-IN-DATA                  PIC X(80).                      00006200
                                                                        00006300
      *    un rendez-vous par enregistrement                            00006400
       FD  APPT-IN RECORDING MODE F.                                    00006500
       01  APPT-IN-REC.                                                 00006600
           05 APT-PATIENID      PIC X(05).                              00006700
           05 FILLER            PIC X(01).                              00006800
           05 APT-DATE          PIC X(08).                              00006900
           05 FILLER            PIC X(01).                              00007000
           05 APT-TIME          PIC X(04).                              00007100
           05 FILLER            PIC X(01).                              00007200
           05 APT-DOCTOR        PIC X(20).                              00007300
           05 FILLER            PIC X(01).                              00007400
           05 APT-TRTNAME       PIC X(20).                              00007500
           05 FILLER            PIC X(01).                              00007600
           05 APT-STATUS        PIC X(01).                              00007700
           05 FILLER            PIC X(01).                              00007800
           05 APT-CONFIRM       PIC X(01).                              00007900
           05 FILLER            PIC X(15).                              00008000
                                                                        00008100
       FD  APPT-OUT RECORDING MODE F.                                   00008200
       01  APPT-OUT-REC                 PIC X(80).                      00008300
                                                                        00008400
       FD  RPT01-OUT RECORDING MODE F.                                  00008500
       01  RPT01-OUT-REC                PIC X(80).                      00008600
                                                                        00008700
       FD  RREJ-OUT RECORDING MODE F.                                   00008800
       01  RREJ-OUT-REC.                                                00008900
           05 RRJ-CODE         PIC X(01).                               00009000
           05 FILLER           PIC X(01) VALUE SPACE.                   00009100
           05 RRJ-PATIENID     PIC X(05).                               00009200
           05 FILLER           PIC X(01) VALUE SPACE.                   00009300
           05 RRJ-DATE         PIC X(08).                               00009400
           05 FILLER           PIC X(01) VALUE SPACE.                   00009500
           05 RRJ-TIME         PIC X(04).                               00009600
           05 FILLER           PIC X(01) VALUE SPACE.                   00009700
           05 RRJ-REASON       PIC X(30).                               00009800
           05 FILLER           PIC X(28).                               00009900
                                                                        00010000
      *-----------------------*                                         00010100
       WORKING-STORAGE SECTION.                                         00010200
      *-----------------------*                                         00010300
       01 WS-FILE-STATUS.                                               00010400
          05 WS-RSP-FS                 PIC X(2).                        00010500
          05 WS-APT-FS                 PIC X(2).                        00010600
          05 WS-APTO-FS                PIC X(2).                        00010700
          05 WS-RPT01-FS               PIC X(2).                        00010800
          05 WS-RREJ-FS                PIC X(2).                        00010900
                                                                        00011000
       01 WS-RSP-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011100
          88 WS-RSP-EOF                 VALUE 'TRUE'.                   00011200
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011300
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00011400
       01 WS-TRAILER-SEEN               PIC X(01) VALUE 'N'.            00011500
          88 WS-TRAILER-OK              VALUE 'Y'.                      00011600
       01 WS-RSP-PROOF-CNT              PIC 9(8) VALUE 0.               00011700
                                                                        00011800
       01 WS-COUNTERS.                                                  00011900
           05 WS-NO-READ-RSP               PIC 9(8).                    00012000
           05 WS-NO-CONFIRMED              PIC 9(8).                    00012100
           05 WS-NO-CANCELLED              PIC 9(8).                    00012200
           05 WS-NO-UNREACHABLE            PIC 9(8).                    00012300
           05 WS-NO-REJECTS                PIC 9(8).                    00012400
                                                                        00012500
      * vendor response: D=detail, T=trailer with the detail count      00012600
       01 WS-REC-RSP.                                                   00012700
          05 RSP-REC-TYPE              PIC X(01).                       00012800
          05 FILLER                    PIC X(01).                       00012900
          05 RSP-DATA                  PIC X(78).                       00013000
          05 RSP-DETAIL REDEFINES RSP-DATA.                             00013100
             10 RSP-PATIENID           PIC X(05).                       00013200
             10 FILLER                 PIC X(01).                       00013300
             10 RSP-APT-DATE           PIC X(08).                       00013400
             10 FILLER                 PIC X(01).                       00013500
             10 RSP-APT-TIME           PIC X(04).                       00013600
             10 FILLER                 PIC X(01).                       00013700
             10 RSP-CODE               PIC X(01).                       00013800
             10 FILLER                 PIC X(01).                       00013900
             10 RSP-CONTACT-DATE       PIC X(08).                       00014000
             10 FILLER                 PIC X(48).                       00014100
          05 RSP-TRAILER REDEFINES RSP-DATA.                            00014200
             10 RSP-T-COUNT            PIC 9(07).                       00014300
             10 FILLER                 PIC X(71).                       00014400
                                                                        00014500
      * appointment master loaded in table at start of run              00014600
       01 WS-APT-TABLE.                                                 00014700
          05 WS-APT-MAX         PIC 9(03) COMP VALUE 500.               00014800
          05 WS-APT-COUNT       PIC 9(03) COMP VALUE 0.                 00014900
          05 WS-APT-ENTRY OCCURS 500 TIMES INDEXED BY APT-IDX.          00015000
             10 WS-AT-PATIENID  PIC X(05).                              00015100
             10 WS-AT-DATE      PIC X(08).                              00015200
             10 WS-AT-TIME      PIC X(04).                              00015300
             10 WS-AT-DOCTOR    PIC X(20).                              00015400
             10 WS-AT-TRTNAME   PIC X(20).                              00015500
             10 WS-AT-STATUS    PIC X(01).                              00015600
             10 WS-AT-CONFIRM   PIC X(01).                              00015700
       01 WS-APT-FOUND                  PIC X(01) VALUE 'N'.            00015800
          88 WS-APT-HIT                 VALUE 'Y'.                      00015900
       01 WS-APT-HIT-SUB                PIC 9(03) COMP VALUE 0.         00016000
       01 WS-APT-SUB                    PIC 9(03) COMP VALUE 0.         00016100
                                                                        00016200
       01 WS-PATIENT-SEG.                                               00016300
          05 WS-PATIENT-ID       PIC X(05).                             00016400
          05 WS-PATNAME          PIC X(20).                             00016500
          05 WS-PATDOB           PIC X(08).                             00016600
          05 WS-PATPHONE         PIC X(10).                             00016700
          05 WS-PATINSUR         PIC X(15).                             00016800
          05 FILLER              PIC X(02).                             00016900
                                                                        00017000
       01 RPT-HEADER-1.                                                 00017100
           05 FILLER           PIC X(40) VALUE                          00017200
                'APPOINTMENT REMINDERS - CALLBACK LIST'.                00017300
           05 FILLER           PIC X(40) VALUE SPACE.                   00017400
                                                                        00017500
       01 RPT-HEADER-2.                                                 00017600
           05 FILLER           PIC X(40) VALUE                          00017700
                'PATID NAME                 PHONE      '.               00017800
           05 FILLER           PIC X(40) VALUE                          00017900
                'APPT DATE TIME DOCTOR              TRIED'.             00018000
                                                                        00018100
       01 RPT-DETAIL.                                                   00018200
           05 RPT-D-PATIENID   PIC X(05).                               00018300
           05 FILLER           PIC X(01) VALUE SPACE.                   00018400
           05 RPT-D-PATNAME    PIC X(20).                               00018500
           05 FILLER           PIC X(01) VALUE SPACE.                   00018600
           05 RPT-D-PATPHONE   PIC X(10).                               00018700
           05 FILLER           PIC X(01) VALUE SPACE.                   00018800
           05 RPT-D-DATE       PIC X(08).                               00018900
           05 FILLER           PIC X(01) VALUE SPACE.                   00019000
           05 RPT-D-TIME       PIC X(04).                               00019100
           05 FILLER           PIC X(01) VALUE SPACE.                   00019200
           05 RPT-D-DOCTOR     PIC X(19).                               00019300
           05 FILLER           PIC X(01) VALUE SPACE.                   00019400
           05 RPT-D-CONTACT    PIC X(08).                               00019500
                                                                        00019600
       01 RPT-TOTAL-LINE.                                               00019700
           05 FILLER           PIC X(20) VALUE 'PATIENTS TO CALL:   '.  00019800
           05 RPT-T-CNT        PIC ZZZZ9.                               00019900
           05 FILLER           PIC X(55) VALUE SPACE.                   00020000
                                                                        00020100
       01 QUAL-SSA-PATIENT.                                             00020200
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00020300
           05  FILLER      PIC X(01) VALUE '('.                         00020400
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00020500
           05  OPER        PIC X(02) VALUE 'EQ'.                        00020600
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00020700
           05  FILLER      PIC X(01) VALUE ')'.                         00020800
                                                                        00020900
       01 DLI-FUNCTIONS.                                                00021000
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00021100
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00021200
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00021300
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00021400
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00021500
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00021600
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00021700
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00021800
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00021900
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00022000
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00022100
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00022200
                                                                        00022300
       01 SEG-IO-AREA     PIC X(60).                                    00022400
                                                                        00022500
      *-----------------------*                                         00022600
       LINKAGE SECTION.                                                 00022700
      *-----------------------*                                         00022800
                                                                        00022900
      * psb to get and insert                                           00023000
        01 PCB-MASK-GI.                                                 00023100
           03 DBD-NAME        PIC X(8).                                 00023200
           03 SEG-LEVEL       PIC XX.                                   00023300
           03 STATUS-CODE     PIC XX.                                   00023400
           03 PROC-OPT        PIC X(4).                                 00023500
           03 FILLER          PIC X(4).                                 00023600
           03 SEG-NAME        PIC X(8).                                 00023700
           03 KEY-FDBK        PIC S9(5) COMP.                           00023800
           03 NUM-SENSEG      PIC S9(5) COMP.                           00023900
           03 KEY-FDBK-AREA.                                            00024000
              05 PATIENT-KEY    PIC X(5).                               00024100
              05 MEDICAL-KEY    PIC X(6).                               00024200
              05 DRUG-KEY       PIC X(8).                               00024300
              05 BILLING-KEY    PIC X(8).                               00024400
                                                                        00024500
      *-----------------------*                                         00024600
       PROCEDURE DIVISION.                                              00024700
      *-----------------------*                                         00024800
                                                                        00024900
           INITIALIZE PCB-MASK-GI.                                      00025000
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00025100
                                                                        00025200
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00025300
                                                                        00025400
      *    a short or unbalanced vendor file is not applied, and        00025500
      *    nothing is written until it is proved                        00025600
           PERFORM 0400-PROVE-RESPONSES                                 00025700
              THRU 0400-PROVE-RESPONSES-END.                            00025800
                                                                        00025900
           PERFORM 1000-INIT                                            00026000
              THRU 1000-INIT-END.                                       00026100
                                                                        00026200
           DISPLAY '1_____APPLY REMINDER RESPONSES'.                    00026300
           PERFORM 5000-APPLY-RESPONSE                                  00026400
              THRU 5000-APPLY-RESPONSE-END                              00026500
              UNTIL WS-RSP-EOF.                                         00026600
           CLOSE RSP-IN.                                                00026700
                                                                        00026800
           DISPLAY '2_____REWRITE APPOINTMENT MASTER'.                  00026900
           OPEN OUTPUT APPT-OUT.                                        00027000
           PERFORM 6000-REWRITE-MASTER                                  00027100
              THRU 6000-REWRITE-MASTER-END                              00027200
              VARYING WS-APT-SUB FROM 1 BY 1                            00027300
              UNTIL WS-APT-SUB > WS-APT-COUNT.                          00027400
           CLOSE APPT-OUT.                                              00027500
                                                                        00027600
           MOVE WS-NO-UNREACHABLE TO RPT-T-CNT.                         00027700
           WRITE RPT01-OUT-REC FROM RPT-TOTAL-LINE.                     00027800
                                                                        00027900
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00028000
           DISPLAY 'RESPONSES READ   : ' WS-NO-READ-RSP.                00028100
           DISPLAY 'CONFIRMED        : ' WS-NO-CONFIRMED.               00028200
           DISPLAY 'CANCELLED        : ' WS-NO-CANCELLED.               00028300
           DISPLAY 'UNREACHABLE      : ' WS-NO-UNREACHABLE.             00028400
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00028500
           CLOSE RPT01-OUT.                                             00028600
           CLOSE RREJ-OUT.                                              00028700
                                                                        00028800
           IF WS-NO-REJECTS > 0                                         00028900
              MOVE 4 TO RETURN-CODE                                     00029000
           END-IF.                                                      00029100
                                                                        00029200
           GOBACK.                                                      00029300
                                                                        00029400
      *-----------------------*                                         00029500
       0400-PROVE-RESPONSES.                                            00029600
      *-----------------------*                                         00029700
      *    a first pass counts the details against the vendor's         00029800
      *    trailer; nothing may follow the trailer                      00029900
           OPEN INPUT RSP-IN.                                           00030000
           IF WS-RSP-FS NOT = '00'                                      00030100
      D       DISPLAY "ERROR OPEN FILE RSPIN: " WS-RSP-FS               00030200
              PERFORM 9999-ABEND                                        00030300
                 THRU 9999-ABEND-END                                    00030400
           END-IF.                                                      00030500
           MOVE ZERO TO WS-RSP-PROOF-CNT.                               00030600
           MOVE 'N' TO WS-TRAILER-SEEN.                                 00030700
           PERFORM 8100-READ-RSP                                        00030800
              THRU 8100-READ-RSP-END.                                   00030900
           PERFORM 0410-TALLY-RESPONSE                                  00031000
              THRU 0410-TALLY-RESPONSE-END                              00031100
              UNTIL WS-RSP-EOF.                                         00031200
           CLOSE RSP-IN.                                                00031300
           MOVE 'FALSE' TO WS-RSP-END-OF-FILE.                          00031400
                                                                        00031500
           IF NOT WS-TRAILER-OK                                         00031600
              DISPLAY '*** RSPIN TRAILER MISSING OR COUNT WRONG'        00031700
                 ' - RUN REFUSED ***'                                   00031800
              MOVE 16 TO RETURN-CODE                                    00031900
              PERFORM 9999-ABEND                                        00032000
                 THRU 9999-ABEND-END                                    00032100
           END-IF.                                                      00032200
           DISPLAY 'RSPIN PROVED - RESPONSES: ' WS-RSP-PROOF-CNT.       00032300
      *-----------------------*                                         00032400
       0400-PROVE-RESPONSES-END.                                        00032500
      *-----------------------*                                         00032600
           EXIT.                                                        00032700
                                                                        00032800
      *-----------------------*                                         00032900
       0410-TALLY-RESPONSE.                                             00033000
      *-----------------------*                                         00033100
           IF WS-TRAILER-OK                                             00033200
              DISPLAY 'RSPIN RECORD AFTER TRAILER: ' WS-REC-RSP         00033300
              MOVE 'N' TO WS-TRAILER-SEEN                               00033400
              SET WS-RSP-EOF TO TRUE                                    00033500
              GO TO 0410-TALLY-RESPONSE-END                             00033600
           END-IF.                                                      00033700
           EVALUATE RSP-REC-TYPE                                        00033800
             WHEN 'D'                                                   00033900
               ADD 1 TO WS-RSP-PROOF-CNT                                00034000
             WHEN 'T'                                                   00034100
               IF RSP-T-COUNT = WS-RSP-PROOF-CNT                        00034200
                  MOVE 'Y' TO WS-TRAILER-SEEN                           00034300
               ELSE                                                     00034400
                  DISPLAY 'RSPIN TRAILER COUNT: ' RSP-T-COUNT           00034500
                     ' RESPONSES READ: ' WS-RSP-PROOF-CNT               00034600
                  SET WS-RSP-EOF TO TRUE                                00034700
                  GO TO 0410-TALLY-RESPONSE-END                         00034800
               END-IF                                                   00034900
             WHEN OTHER                                                 00035000
               CONTINUE                                                 00035100
           END-EVALUATE.                                                00035200
                                                                        00035300
           PERFORM 8100-READ-RSP                                        00035400
              THRU 8100-READ-RSP-END.                                   00035500
      *-----------------------*                                         00035600
       0410-TALLY-RESPONSE-END.                                         00035700
      *-----------------------*                                         00035800
           EXIT.                                                        00035900
                                                                        00036000
      *------------*                                                    00036100
       1000-INIT.                                                       00036200
      *------------*                                                    00036300
           DISPLAY "***** INIT PROCESS *****".                          00036400
                                                                        00036500
           MOVE SPACE TO WS-FILE-STATUS.                                00036600
           MOVE ZEROES TO WS-COUNTERS.                                  00036700
                                                                        00036800
      *    the responses only apply to an existing master               00036900
           OPEN INPUT APPT-IN.                                          00037000
           IF WS-APT-FS NOT = '00'                                      00037100
      D       DISPLAY "ERROR OPEN FILE APPTIN: " WS-APT-FS              00037200
              PERFORM 9999-ABEND                                        00037300
                 THRU 9999-ABEND-END                                    00037400
           END-IF.                                                      00037500
           PERFORM 1100-LOAD-APT-TABLE                                  00037600
              THRU 1100-LOAD-APT-TABLE-END                              00037700
              UNTIL WS-APT-EOF.                                         00037800
           CLOSE APPT-IN.                                               00037900
           DISPLAY 'APPOINTMENTS ON MASTER: ' WS-APT-COUNT.             00038000
                                                                        00038100
           OPEN INPUT RSP-IN.                                           00038200
           IF WS-RSP-FS NOT = '00'                                      00038300
      D       DISPLAY "ERROR OPEN FILE RSPIN: " WS-RSP-FS               00038400
              PERFORM 9999-ABEND                                        00038500
                 THRU 9999-ABEND-END                                    00038600
           END-IF.                                                      00038700
                                                                        00038800
           OPEN OUTPUT RPT01-OUT.                                       00038900
           OPEN OUTPUT RREJ-OUT.                                        00039000
           WRITE RPT01-OUT-REC FROM RPT-HEADER-1.                       00039100
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2.                       00039200
                                                                        00039300
           PERFORM 8100-READ-RSP                                        00039400
              THRU 8100-READ-RSP-END.                                   00039500
                                                                        00039600
           DISPLAY "***** FIN INIT PROCESS *****".                      00039700
                                                                        00039800
      *----------------*                                                00039900
       1000-INIT-END.                                                   00040000
      *----------------*                                                00040100
           EXIT.                                                        00040200
                                                                        00040300
      *-----------------------*                                         00040400
       1100-LOAD-APT-TABLE.                                             00040500
      *-----------------------*                                         00040600
           READ APPT-IN                                                 00040700
           END-READ.                                                    00040800
                                                                        00040900
           EVALUATE TRUE                                                00041000
             WHEN WS-APT-FS = '00'                                      00041100
               IF WS-APT-COUNT < WS-APT-MAX                             00041200
                  ADD 1 TO WS-APT-COUNT                                 00041300
                  SET APT-IDX TO WS-APT-COUNT                           00041400
                  MOVE APT-PATIENID TO WS-AT-PATIENID (APT-IDX)         00041500
                  MOVE APT-DATE     TO WS-AT-DATE (APT-IDX)             00041600
                  MOVE APT-TIME     TO WS-AT-TIME (APT-IDX)             00041700
                  MOVE APT-DOCTOR   TO WS-AT-DOCTOR (APT-IDX)           00041800
                  MOVE APT-TRTNAME  TO WS-AT-TRTNAME (APT-IDX)          00041900
                  MOVE APT-STATUS   TO WS-AT-STATUS (APT-IDX)           00042000
                  MOVE APT-CONFIRM  TO WS-AT-CONFIRM (APT-IDX)          00042100
               ELSE                                                     00042200
      *           a dropped appointment would vanish from the master    00042300
      *           on rewrite - stop instead                             00042400
                  DISPLAY 'APPT TABLE FULL - RUN STOPPED: '             00042500
                     APT-PATIENID ' ' APT-DATE                          00042600
                  MOVE 16 TO RETURN-CODE                                00042700
                  PERFORM 9999-ABEND                                    00042800
                     THRU 9999-ABEND-END                                00042900
               END-IF                                                   00043000
             WHEN WS-APT-FS = '10'                                      00043100
               SET WS-APT-EOF TO TRUE                                   00043200
             WHEN OTHER                                                 00043300
      D        DISPLAY "ERROR READ FILE APPTIN !!!: " WS-APT-FS         00043400
               PERFORM 9999-ABEND                                       00043500
                  THRU 9999-ABEND-END                                   00043600
           END-EVALUATE.                                                00043700
      *-----------------------*                                         00043800
       1100-LOAD-APT-TABLE-END.                                         00043900
      *-----------------------*                                         00044000
           EXIT.                                                        00044100
                                                                        00044200
      *-----------------------*                                         00044300
       5000-APPLY-RESPONSE.                                             00044400
      *-----------------------*                                         00044500
           EVALUATE RSP-REC-TYPE                                        00044600
             WHEN 'D'                                                   00044700
               ADD 1 TO WS-NO-READ-RSP                                  00044800
               EVALUATE RSP-CODE                                        00044900
                 WHEN 'C'                                               00045000
                   PERFORM 5100-CONFIRMED                               00045100
                      THRU 5100-CONFIRMED-END                           00045200
                 WHEN 'X'                                               00045300
                   PERFORM 5200-CANCEL-REQUESTED                        00045400
                      THRU 5200-CANCEL-REQUESTED-END                    00045500
                 WHEN 'U'                                               00045600
                   PERFORM 5300-UNREACHABLE                             00045700
                      THRU 5300-UNREACHABLE-END                         00045800
                 WHEN OTHER                                             00045900
                   MOVE 'INVALID RESPONSE CODE' TO RRJ-REASON           00046000
                   PERFORM 5900-WRITE-REJECT                            00046100
                      THRU 5900-WRITE-REJECT-END                        00046200
               END-EVALUATE                                             00046300
             WHEN 'T'                                                   00046400
      *        already proved by 0400-PROVE-RESPONSES                   00046500
               CONTINUE                                                 00046600
             WHEN OTHER                                                 00046700
               DISPLAY 'RSPIN RECORD TYPE UNKNOWN: ' WS-REC-RSP         00046800
           END-EVALUATE.                                                00046900
                                                                        00047000
           PERFORM 8100-READ-RSP                                        00047100
              THRU 8100-READ-RSP-END.                                   00047200
      *-----------------------*                                         00047300
       5000-APPLY-RESPONSE-END.                                         00047400
      *-----------------------*                                         00047500
           EXIT.                                                        00047600
                                                                        00047700
      *-----------------------*                                         00047800
       5100-CONFIRMED.                                                  00047900
      *-----------------------*                                         00048000
           PERFORM 5700-FIND-APPOINTMENT                                00048100
              THRU 5700-FIND-APPOINTMENT-END.                           00048200
           IF NOT WS-APT-HIT                                            00048300
              GO TO 5100-CONFIRMED-END                                  00048400
           END-IF.                                                      00048500
           MOVE 'Y' TO WS-AT-CONFIRM (APT-IDX).                         00048600
           ADD 1 TO WS-NO-CONFIRMED.                                    00048700
      *-----------------------*                                         00048800
       5100-CONFIRMED-END.                                              00048900
      *-----------------------*                                         00049000
           EXIT.                                                        00049100
                                                                        00049200
      *-----------------------*                                         00049300
       5200-CANCEL-REQUESTED.                                           00049400
      *-----------------------*                                         00049500
      *    a cancelled appointment no longer holds its doctor slot      00049600
           PERFORM 5700-FIND-APPOINTMENT                                00049700
              THRU 5700-FIND-APPOINTMENT-END.                           00049800
           IF NOT WS-APT-HIT                                            00049900
              GO TO 5200-CANCEL-REQUESTED-END                           00050000
           END-IF.                                                      00050100
           MOVE 'C' TO WS-AT-STATUS (APT-IDX).                          00050200
           MOVE 'X' TO WS-AT-CONFIRM (APT-IDX).                         00050300
           ADD 1 TO WS-NO-CANCELLED.                                    00050400
           DISPLAY 'CANCELLED: ' RSP-PATIENID ' ' RSP-APT-DATE          00050500
              ' ' RSP-APT-TIME.                                         00050600
      *-----------------------*                                         00050700
       5200-CANCEL-REQUESTED-END.                                       00050800
      *-----------------------*                                         00050900
           EXIT.                                                        00051000
                                                                        00051100
      *-----------------------*                                         00051200
       5300-UNREACHABLE.                                                00051300
      *-----------------------*                                         00051400
           PERFORM 5700-FIND-APPOINTMENT                                00051500
              THRU 5700-FIND-APPOINTMENT-END.                           00051600
           IF NOT WS-APT-HIT                                            00051700
              GO TO 5300-UNREACHABLE-END                                00051800
           END-IF.                                                      00051900
           MOVE 'U' TO WS-AT-CONFIRM (APT-IDX).                         00052000
           ADD 1 TO WS-NO-UNREACHABLE.                                  00052100
                                                                        00052200
      *    the desk needs the name and phone to call back               00052300
           MOVE SPACE TO WS-PATIENT-SEG.                                00052400
           MOVE RSP-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.          00052500
           INITIALIZE SEG-IO-AREA.                                      00052600
                                                                        00052700
           CALL 'CBLTDLI' USING DLI-GU,                                 00052800
                                PCB-MASK-GI,                            00052900
                                SEG-IO-AREA,                            00053000
                                QUAL-SSA-PATIENT.                       00053100
                                                                        00053200
           IF STATUS-CODE = '  '                                        00053300
              MOVE SEG-IO-AREA TO WS-PATIENT-SEG                        00053400
           ELSE                                                         00053500
      D       DISPLAY 'PATIENT NOT FOUND: ' RSP-PATIENID                00053600
                 ' STATUS: ' STATUS-CODE                                00053700
           END-IF.                                                      00053800
                                                                        00053900
           MOVE RSP-PATIENID            TO RPT-D-PATIENID.              00054000
           MOVE WS-PATNAME              TO RPT-D-PATNAME.               00054100
           MOVE WS-PATPHONE             TO RPT-D-PATPHONE.              00054200
           MOVE RSP-APT-DATE            TO RPT-D-DATE.                  00054300
           MOVE RSP-APT-TIME            TO RPT-D-TIME.                  00054400
           MOVE WS-AT-DOCTOR (APT-IDX)  TO RPT-D-DOCTOR.                00054500
           MOVE RSP-CONTACT-DATE        TO RPT-D-CONTACT.               00054600
           WRITE RPT01-OUT-REC FROM RPT-DETAIL.                         00054700
      *-----------------------*                                         00054800
       5300-UNREACHABLE-END.                                            00054900
      *-----------------------*                                         00055000
           EXIT.                                                        00055100
                                                                        00055200
      *-----------------------*                                         00055300
       5700-FIND-APPOINTMENT.                                           00055400
      *-----------------------*                                         00055500
      *    the appointment must still be booked; a reject is written    00055600
      *    here when it is not, and APT-IDX is left on the hit          00055700
           MOVE 'N' TO WS-APT-FOUND.                                    00055800
           PERFORM 5710-APPOINTMENT-LOOKUP                              00055900
              THRU 5710-APPOINTMENT-LOOKUP-END                          00056000
              VARYING APT-IDX FROM 1 BY 1                               00056100
              UNTIL APT-IDX > WS-APT-COUNT                              00056200
                 OR WS-APT-HIT.                                         00056300
                                                                        00056400
           IF NOT WS-APT-HIT                                            00056500
              MOVE 'NO SUCH APPOINTMENT' TO RRJ-REASON                  00056600
              PERFORM 5900-WRITE-REJECT                                 00056700
                 THRU 5900-WRITE-REJECT-END                             00056800
              GO TO 5700-FIND-APPOINTMENT-END                           00056900
           END-IF.                                                      00057000
                                                                        00057100
           SET APT-IDX TO WS-APT-HIT-SUB.                               00057200
           IF WS-AT-STATUS (APT-IDX) NOT = 'B'                          00057300
              MOVE 'APPOINTMENT NO LONGER BOOKED' TO RRJ-REASON         00057400
              PERFORM 5900-WRITE-REJECT                                 00057500
                 THRU 5900-WRITE-REJECT-END                             00057600
              MOVE 'N' TO WS-APT-FOUND                                  00057700
           END-IF.                                                      00057800
      *-----------------------*                                         00057900
       5700-FIND-APPOINTMENT-END.                                       00058000
      *-----------------------*                                         00058100
           EXIT.                                                        00058200
                                                                        00058300
      *-----------------------*                                         00058400
       5710-APPOINTMENT-LOOKUP.                                         00058500
      *-----------------------*                                         00058600
           IF WS-AT-PATIENID (APT-IDX) = RSP-PATIENID                   00058700
              AND WS-AT-DATE (APT-IDX) = RSP-APT-DATE                   00058800
              AND WS-AT-TIME (APT-IDX) = RSP-APT-TIME                   00058900
              AND WS-AT-STATUS (APT-IDX) NOT = 'C'                      00059000
              MOVE 'Y' TO WS-APT-FOUND                                  00059100
              SET WS-APT-HIT-SUB TO APT-IDX                             00059200
           END-IF.                                                      00059300
      *-----------------------*                                         00059400
       5710-APPOINTMENT-LOOKUP-END.                                     00059500
      *-----------------------*                                         00059600
           EXIT.                                                        00059700
                                                                        00059800
      *-----------------------*                                         00059900
       5900-WRITE-REJECT.                                               00060000
      *-----------------------*                                         00060100
           MOVE RSP-CODE      TO RRJ-CODE.                              00060200
           MOVE RSP-PATIENID  TO RRJ-PATIENID.                          00060300
           MOVE RSP-APT-DATE  TO RRJ-DATE.                              00060400
           MOVE RSP-APT-TIME  TO RRJ-TIME.                              00060500
           WRITE RREJ-OUT-REC.                                          00060600
           ADD 1 TO WS-NO-REJECTS.                                      00060700
      *-----------------------*                                         00060800
       5900-WRITE-REJECT-END.                                           00060900
      *-----------------------*                                         00061000
           EXIT.                                                        00061100
                                                                        00061200
      *-----------------------*                                         00061300
       6000-REWRITE-MASTER.                                             00061400
      *-----------------------*                                         00061500
           SET APT-IDX TO WS-APT-SUB.                                   00061600
           MOVE SPACE                    TO APPT-IN-REC.                00061700
           MOVE WS-AT-PATIENID (APT-IDX) TO APT-PATIENID.               00061800
           MOVE WS-AT-DATE (APT-IDX)     TO APT-DATE.                   00061900
           MOVE WS-AT-TIME (APT-IDX)     TO APT-TIME.                   00062000
           MOVE WS-AT-DOCTOR (APT-IDX)   TO APT-DOCTOR.                 00062100
           MOVE WS-AT-TRTNAME (APT-IDX)  TO APT-TRTNAME.                00062200
           MOVE WS-AT-STATUS (APT-IDX)   TO APT-STATUS.                 00062300
           MOVE WS-AT-CONFIRM (APT-IDX)  TO APT-CONFIRM.                00062400
           WRITE APPT-OUT-REC FROM APPT-IN-REC.                         00062500
      *-----------------------*                                         00062600
       6000-REWRITE-MASTER-END.                                         00062700
      *-----------------------*                                         00062800
           EXIT.                                                        00062900
                                                                        00063000
      *---------------*                                                 00063100
       8100-READ-RSP.                                                   00063200
      *---------------*                                                 00063300
                                                                        00063400
           INITIALIZE WS-REC-RSP.                                       00063500
                                                                        00063600
           READ RSP-IN INTO WS-REC-RSP                                  00063700
           END-READ.                                                    00063800
                                                                        00063900
           EVALUATE TRUE                                                00064000
                                                                        00064100
             WHEN WS-RSP-FS = '00'                                      00064200
      D        DISPLAY "READ FILE OK: " WS-REC-RSP                      00064300
               CONTINUE                                                 00064400
             WHEN WS-RSP-FS = '10'                                      00064500
               SET WS-RSP-EOF TO TRUE                                   00064600
             WHEN OTHER                                                 00064700
      D        DISPLAY "ERROR READ FILE RSPIN !!!: " WS-RSP-FS          00064800
               PERFORM 9999-ABEND                                       00064900
                  THRU 9999-ABEND-END                                   00065000
           END-EVALUATE.                                                00065100
      *---------------*                                                 00065200
       8100-READ-RSP-END.                                               00065300
      *---------------*                                                 00065400
           EXIT.                                                        00065500
                                                                        00065600
      *-------------------*                                             00065700
       9999-ABEND.                                                      00065800
      *-------------------*                                             00065900
      D    DISPLAY "WE ARE IN ABEND".                                   00066000
      *    WE FORCE AN ABEND                                            00066100
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00066200
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00066300
           GOBACK.                                                      00066400
      *-------------------*                                             00066500
       9999-ABEND-END.                                                  00066600
      *-------------------*                                             00066700
           EXIT.                                                        00066800
