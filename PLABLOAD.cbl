      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PLABLOAD.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Charger le fichier quotidien des resultats du              00000900
      *      laboratoire externe dans le segment LABRSLT, enfant        00001000
      *      de PATIENT (code d'analyse, date de prelevement,           00001100
      *      valeur, unites, intervalle de reference, indicateur        00001200
      *      d'anomalie, medecin prescripteur). Chaque resultat         00001300
      *      est rattache au patient par son PATIENID; un patient       00001400
      *      introuvable ou un resultat invalide part au fichier        00001500
      *      de rejets pour suivi avec le laboratoire. Un               00001600
      *      resultat deja en place pour la meme analyse a la           00001700
      *      meme date est un resultat corrige: il est relu avec        00001800
      *      retenue (GHU) puis remplace (REPL), et l'accuse de         00001900
      *      reception du medecin est efface pour qu'il le revoie       00002000
      *      - le meme patron que PADRMNT.                              00002100
      *                                                                 00002200
      * Fichier entree: LABIN, un resultat par enregistrement           00002300
      * Fichier sortie: LABREJ, resultats non rattaches                 00002400
      * Fichier sortie: TCHLOG, journal des patients touches            00002500
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
           SELECT LAB-IN ASSIGN TO LABIN                                00003600
           ORGANIZATION IS SEQUENTIAL                                   00003700
           FILE STATUS IS WS-LAB-FS.                                    00003800
           SELECT LABREJ ASSIGN TO LABREJ                               00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-REJ-FS.                                    00004100
           SELECT TCHLOG ASSIGN TO TCHLOG                               00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-TCH-FS.                                    00004400
      *----------------*                                                00004500
       DATA DIVISION.                                                   00004600
      *----------------*                                                00004700
       FILE SECTION.                                                    00004800
                                                                        00004900
      *    resultats du laboratoire: indicateur N normal, H haut,       00005000
      *    L bas, A anormal, C critique (blanc = normal)                00005100
       FD  LAB-IN RECORDING MODE F.                                     00005200
       01  LAB-IN-REC.                                                  00005300
           05 LBI-PATIENID              PIC X(05).                      00005400
           05 LBI-COLLDATE              PIC X(08).                      00005500
           05 LBI-TESTCODE              PIC X(07).                      00005600
           05 LBI-RESULT                PIC X(08).                      00005700
           05 LBI-UNITS                 PIC X(06).                      00005800
           05 LBI-REFRANGE              PIC X(11).                      00005900
           05 LBI-ABNFLAG               PIC X(01).                      00006000
              88 LBI-FLAG-VALID         VALUE ' ' 'N' 'H' 'L'           00006100
                                              'A' 'C'.                  00006200
           05 LBI-DOC-CODE              PIC X(08).                      00006300
           05 LBI-ACCESSION             PIC X(12).                      00006400
           05 FILLER                    PIC X(14).                      00006500
                                                                        00006600
       FD  LABREJ RECORDING MODE F.                                     00006700
       01  REJ-OUT-REC.                                                 00006800
           05 REJ-LAB-REC      PIC X(80).                               00006900
           05 FILLER           PIC X(01).                               00007000
           05 REJ-STATUS-CODE  PIC X(02).                               00007100
           05 FILLER           PIC X(01).                               00007200
           05 REJ-REASON       PIC X(30).                               00007300
      *    journal des patients touches: chaque programme qui           00007400
      *    modifie la base hors des traces du cycle nocturne y          00007500
      *    laisse le PATIENID, pour que le dechargement                 00007600
      *    incremental DBUNLDI selectionne aussi ces patients           00007700
       FD  TCHLOG RECORDING MODE F.                                     00007800
       01  TCH-REC.                                                     00007900
           05 TCH-PATIENID      PIC X(05).                              00008000
           05 FILLER            PIC X(01).                              00008100
           05 TCH-PGM           PIC X(08).                              00008200
           05 FILLER            PIC X(01).                              00008300
           05 TCH-DATE          PIC 9(08).                              00008400
           05 FILLER            PIC X(57).                              00008500
                                                                        00008600
      *-----------------------*                                         00008700
       WORKING-STORAGE SECTION.                                         00008800
      *-----------------------*                                         00008900
       01 WS-COUNTERS.                                                  00009000
           05 WS-NO-READ-LAB               PIC 9(8).                    00009100
           05 WS-NO-INSERTED               PIC 9(8).                    00009200
           05 WS-NO-REPLACED               PIC 9(8).                    00009300
           05 WS-NO-ABNORMAL               PIC 9(8).                    00009400
           05 WS-NO-REJECTS                PIC 9(8).                    00009500
                                                                        00009600
       01 WS-FILE-STATUS.                                               00009700
          05 WS-LAB-FS                 PIC X(2).                        00009800
          05 WS-REJ-FS                 PIC X(2).                        00009900
       01 WS-TCH-FS                PIC X(02).                           00010000
       01 WS-TCH-DATE              PIC 9(08).                           00010100
       01 WS-REJ-REASON            PIC X(30).                           00010200
                                                                        00010300
       01 WS-LAB-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010400
          88 WS-LAB-EOF                 VALUE 'TRUE'.                   00010500
                                                                        00010600
       01 QUAL-SSA-PATIENT.                                             00010700
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00010800
           05  FILLER      PIC X(01) VALUE '('.                         00010900
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00011000
           05  OPER        PIC X(02) VALUE 'EQ'.                        00011100
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00011200
           05  FILLER      PIC X(01) VALUE ')'.                         00011300
                                                                        00011400
       01 QUAL-SSA-LABRSLT.                                             00011500
           05  SEGNAME     PIC X(8) VALUE 'LABRSLT'.                    00011600
           05  FILLER      PIC X(1) VALUE '('.                          00011700
           05  FIELD-NAME  PIC X(8) VALUE 'LABRKEY'.                    00011800
           05  OPER        PIC X(2) VALUE 'EQ'.                         00011900
           05  FIELD-VAL   PIC X(15) VALUE SPACE.                       00012000
           05  FILLER      PIC X(1) VALUE ')'.                          00012100
                                                                        00012200
       01 UNQUAL-SSA-LABRSLT.                                           00012300
           05 SEGMENT-NAME PIC X(8) VALUE 'LABRSLT'.                    00012400
           05 FILLER PIC X VALUE SPACE.                                 00012500
                                                                        00012600
       01 DLI-FUNCTIONS.                                                00012700
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00012800
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00012900
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00013000
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00013100
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00013200
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00013300
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00013400
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00013500
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00013600
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00013700
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00013800
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00013900
                                                                        00014000
       01 SEG-IO-AREA     PIC X(60).                                    00014100
                                                                        00014200
      * segment LABRSLT, enfant de PATIENT, cle LABRKEY                 00014300
      * (date de prelevement + code d'analyse); date et initiales       00014400
      * de l'accuse de reception a blanc tant que le medecin n'a        00014500
      * pas vu le resultat                                              00014600
       01 WS-LABRSLT-SEG.                                               00014700
          05 WS-LAB-KEY.                                                00014800
             10 WS-LAB-COLLDATE  PIC X(08).                             00014900
             10 WS-LAB-TESTCODE  PIC X(07).                             00015000
          05 WS-LAB-RESULT    PIC X(08).                                00015100
          05 WS-LAB-UNITS     PIC X(06).                                00015200
          05 WS-LAB-REFRANGE  PIC X(11).                                00015300
          05 WS-LAB-ABNFLAG   PIC X(01).                                00015400
          05 WS-LAB-DOC-CODE  PIC X(08).                                00015500
          05 WS-LAB-ACKDATE   PIC X(08).                                00015600
          05 WS-LAB-ACKBY     PIC X(03).                                00015700
                                                                        00015800
      *-----------------------*                                         00015900
       LINKAGE SECTION.                                                 00016000
      *-----------------------*                                         00016100
                                                                        00016200
      * psb to get and insert                                           00016300
        01 PCB-MASK-GI.                                                 00016400
           03 DBD-NAME        PIC X(8).                                 00016500
           03 SEG-LEVEL       PIC XX.                                   00016600
           03 STATUS-CODE     PIC XX.                                   00016700
           03 PROC-OPT        PIC X(4).                                 00016800
           03 FILLER          PIC X(4).                                 00016900
           03 SEG-NAME        PIC X(8).                                 00017000
           03 KEY-FDBK        PIC S9(5) COMP.                           00017100
           03 NUM-SENSEG      PIC S9(5) COMP.                           00017200
           03 KEY-FDBK-AREA.                                            00017300
              05 PATIENT-KEY    PIC X(5).                               00017400
              05 MEDICAL-KEY    PIC X(6).                               00017500
              05 DRUG-KEY       PIC X(8).                               00017600
              05 BILLING-KEY    PIC X(8).                               00017700
                                                                        00017800
      *-----------------------*                                         00017900
       PROCEDURE DIVISION.                                              00018000
      *-----------------------*                                         00018100
                                                                        00018200
           INITIALIZE PCB-MASK-GI.                                      00018300
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00018400
                                                                        00018500
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00018600
                                                                        00018700
           PERFORM 1000-INIT                                            00018800
              THRU 1000-INIT-END.                                       00018900
                                                                        00019000
           DISPLAY '1_____LOAD LAB RESULTS'.                            00019100
           PERFORM 5000-APPLY-RESULT                                    00019200
              THRU 5000-APPLY-RESULT-END                                00019300
              UNTIL WS-LAB-EOF.                                         00019400
                                                                        00019500
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00019600
           DISPLAY 'RESULTS READ      : ' WS-NO-READ-LAB.               00019700
           DISPLAY 'RESULTS ADDED     : ' WS-NO-INSERTED.               00019800
           DISPLAY 'RESULTS CORRECTED : ' WS-NO-REPLACED.               00019900
           DISPLAY 'ABNORMAL/CRITICAL : ' WS-NO-ABNORMAL.               00020000
           DISPLAY 'REJECTED          : ' WS-NO-REJECTS.                00020100
           CLOSE LAB-IN.                                                00020200
           CLOSE LABREJ.                                                00020300
           CLOSE TCHLOG.                                                00020400
                                                                        00020500
           IF WS-NO-REJECTS > 0                                         00020600
              MOVE 4 TO RETURN-CODE                                     00020700
           END-IF.                                                      00020800
                                                                        00020900
           GOBACK.                                                      00021000
                                                                        00021100
      *------------*                                                    00021200
       1000-INIT.                                                       00021300
      *------------*                                                    00021400
           DISPLAY "***** INIT PROCESS *****".                          00021500
                                                                        00021600
           MOVE SPACE TO WS-FILE-STATUS.                                00021700
           MOVE ZEROES TO WS-COUNTERS.                                  00021800
                                                                        00021900
           OPEN INPUT  LAB-IN.                                          00022000
           IF WS-LAB-FS NOT = "00"                                      00022100
      D      DISPLAY "ERROR OPEN FILE LABIN: " WS-LAB-FS                00022200
             PERFORM 9999-ABEND                                         00022300
                THRU 9999-ABEND-END                                     00022400
           END-IF.                                                      00022500
                                                                        00022600
           OPEN OUTPUT LABREJ.                                          00022700
      *    the touched-patient journal grows run over run               00022800
           OPEN EXTEND TCHLOG.                                          00022900
           IF WS-TCH-FS NOT = '00'                                      00023000
              OPEN OUTPUT TCHLOG                                        00023100
           END-IF.                                                      00023200
                                                                        00023300
      *    first read of the lab file                                   00023400
           PERFORM 8100-READ-LAB                                        00023500
              THRU 8100-READ-LAB-END.                                   00023600
                                                                        00023700
           DISPLAY "***** FIN INIT PROCESS *****".                      00023800
                                                                        00023900
      *----------------*                                                00024000
       1000-INIT-END.                                                   00024100
      *----------------*                                                00024200
           EXIT.                                                        00024300
                                                                        00024400
      *-----------------------*                                         00024500
       5000-APPLY-RESULT.                                               00024600
      *-----------------------*                                         00024700
           PERFORM 5100-LOAD-ONE-RESULT                                 00024800
              THRU 5100-LOAD-ONE-RESULT-END.                            00024900
                                                                        00025000
           PERFORM 8100-READ-LAB                                        00025100
              THRU 8100-READ-LAB-END.                                   00025200
      *-----------------------*                                         00025300
       5000-APPLY-RESULT-END.                                           00025400
      *-----------------------*                                         00025500
           EXIT.                                                        00025600
                                                                        00025700
      *-----------------------*                                         00025800
       5100-LOAD-ONE-RESULT.                                            00025900
      *-----------------------*                                         00026000
           MOVE SPACE TO STATUS-CODE.                                   00026100
           IF LBI-PATIENID = SPACE                                      00026200
              MOVE 'NO PATIENT ID ON RESULT' TO WS-REJ-REASON           00026300
              PERFORM 5900-WRITE-REJECT                                 00026400
                 THRU 5900-WRITE-REJECT-END                             00026500
              GO TO 5100-LOAD-ONE-RESULT-END                            00026600
           END-IF.                                                      00026700
           IF LBI-TESTCODE = SPACE                                      00026800
              MOVE 'NO TEST CODE ON RESULT' TO WS-REJ-REASON            00026900
              PERFORM 5900-WRITE-REJECT                                 00027000
                 THRU 5900-WRITE-REJECT-END                             00027100
              GO TO 5100-LOAD-ONE-RESULT-END                            00027200
           END-IF.                                                      00027300
           IF LBI-COLLDATE NOT NUMERIC                                  00027400
              MOVE 'COLLECTION DATE INVALID' TO WS-REJ-REASON           00027500
              PERFORM 5900-WRITE-REJECT                                 00027600
                 THRU 5900-WRITE-REJECT-END                             00027700
              GO TO 5100-LOAD-ONE-RESULT-END                            00027800
           END-IF.                                                      00027900
           IF NOT LBI-FLAG-VALID                                        00028000
              MOVE 'ABNORMAL FLAG INVALID' TO WS-REJ-REASON             00028100
              PERFORM 5900-WRITE-REJECT                                 00028200
                 THRU 5900-WRITE-REJECT-END                             00028300
              GO TO 5100-LOAD-ONE-RESULT-END                            00028400
           END-IF.                                                      00028500
                                                                        00028600
           MOVE LBI-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.          00028700
                                                                        00028800
      *    the lab's patient number must be one of ours                 00028900
           INITIALIZE SEG-IO-AREA.                                      00029000
           CALL 'CBLTDLI' USING DLI-GU,                                 00029100
                                PCB-MASK-GI,                            00029200
                                SEG-IO-AREA,                            00029300
                                QUAL-SSA-PATIENT.                       00029400
           IF STATUS-CODE NOT = '  '                                    00029500
              MOVE 'PATIENT NOT ON FILE' TO WS-REJ-REASON               00029600
              PERFORM 5900-WRITE-REJECT                                 00029700
                 THRU 5900-WRITE-REJECT-END                             00029800
              GO TO 5100-LOAD-ONE-RESULT-END                            00029900
           END-IF.                                                      00030000
                                                                        00030100
           INITIALIZE WS-LABRSLT-SEG.                                   00030200
           MOVE LBI-COLLDATE  TO WS-LAB-COLLDATE.                       00030300
           MOVE LBI-TESTCODE  TO WS-LAB-TESTCODE.                       00030400
           MOVE LBI-RESULT    TO WS-LAB-RESULT.                         00030500
           MOVE LBI-UNITS     TO WS-LAB-UNITS.                          00030600
           MOVE LBI-REFRANGE  TO WS-LAB-REFRANGE.                       00030700
           MOVE LBI-ABNFLAG   TO WS-LAB-ABNFLAG.                        00030800
           IF WS-LAB-ABNFLAG = SPACE                                    00030900
              MOVE 'N' TO WS-LAB-ABNFLAG                                00031000
           END-IF.                                                      00031100
           MOVE LBI-DOC-CODE  TO WS-LAB-DOC-CODE.                       00031200
           MOVE SPACE         TO WS-LAB-ACKDATE.                        00031300
           MOVE SPACE         TO WS-LAB-ACKBY.                          00031400
           MOVE WS-LABRSLT-SEG TO SEG-IO-AREA.                          00031500
                                                                        00031600
           CALL 'CBLTDLI' USING DLI-ISRT,                               00031700
                                PCB-MASK-GI,                            00031800
                                SEG-IO-AREA,                            00031900
                                QUAL-SSA-PATIENT,                       00032000
                                UNQUAL-SSA-LABRSLT.                     00032100
                                                                        00032200
           EVALUATE STATUS-CODE                                         00032300
             WHEN '  '                                                  00032400
      D        DISPLAY 'RESULT ADDED: ' LBI-PATIENID                    00032500
      D           ' ' LBI-TESTCODE ' ' LBI-COLLDATE                     00032600
               ADD 1 TO WS-NO-INSERTED                                  00032700
               IF WS-LAB-ABNFLAG NOT = 'N'                              00032800
                  ADD 1 TO WS-NO-ABNORMAL                               00032900
               END-IF                                                   00033000
               PERFORM 8900-WRITE-TCHLOG                                00033100
                  THRU 8900-WRITE-TCHLOG-END                            00033200
             WHEN 'II'                                                  00033300
      *        already on file for that test and date: the lab          00033400
      *        sent a corrected result, so hold and replace             00033500
               PERFORM 5200-REPLACE-RESULT                              00033600
                  THRU 5200-REPLACE-RESULT-END                          00033700
             WHEN OTHER                                                 00033800
               DISPLAY 'ERROR IN INSERT:' STATUS-CODE                   00033900
               DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                   00034000
               MOVE 'ISRT FAILED - SEE STATUS CODE' TO WS-REJ-REASON    00034100
               PERFORM 5900-WRITE-REJECT                                00034200
                  THRU 5900-WRITE-REJECT-END                            00034300
           END-EVALUATE.                                                00034400
      *-----------------------*                                         00034500
       5100-LOAD-ONE-RESULT-END.                                        00034600
      *-----------------------*                                         00034700
           EXIT.                                                        00034800
                                                                        00034900
      *-----------------------*                                         00035000
       5200-REPLACE-RESULT.                                             00035100
      *-----------------------*                                         00035200
           MOVE WS-LAB-KEY TO FIELD-VAL OF QUAL-SSA-LABRSLT.            00035300
                                                                        00035400
           CALL 'CBLTDLI' USING DLI-GHU,                                00035500
                                PCB-MASK-GI,                            00035600
                                SEG-IO-AREA,                            00035700
                                QUAL-SSA-PATIENT,                       00035800
                                QUAL-SSA-LABRSLT.                       00035900
                                                                        00036000
           IF STATUS-CODE NOT = '  '                                    00036100
              DISPLAY 'ERROR GHU LABRSLT:' STATUS-CODE                  00036200
              MOVE 'GHU FAILED - SEE STATUS CODE' TO WS-REJ-REASON      00036300
              PERFORM 5900-WRITE-REJECT                                 00036400
                 THRU 5900-WRITE-REJECT-END                             00036500
              GO TO 5200-REPLACE-RESULT-END                             00036600
           END-IF.                                                      00036700
                                                                        00036800
      *    the corrected value goes back on the doctor's worklist:      00036900
      *    the old acknowledgement does not cover it                    00037000
           CALL 'CBLTDLI' USING DLI-REPL,                               00037100
                                PCB-MASK-GI,                            00037200
                                WS-LABRSLT-SEG.                         00037300
                                                                        00037400
           IF STATUS-CODE = '  '                                        00037500
              DISPLAY 'RESULT CORRECTED: ' LBI-PATIENID                 00037600
                 ' ' LBI-TESTCODE ' ' LBI-COLLDATE                      00037700
              ADD 1 TO WS-NO-REPLACED                                   00037800
              IF WS-LAB-ABNFLAG NOT = 'N'                               00037900
                 ADD 1 TO WS-NO-ABNORMAL                                00038000
              END-IF                                                    00038100
              PERFORM 8900-WRITE-TCHLOG                                 00038200
                 THRU 8900-WRITE-TCHLOG-END                             00038300
           ELSE                                                         00038400
              DISPLAY 'ERROR IN REPLACE:' STATUS-CODE                   00038500
              MOVE 'REPL FAILED - SEE STATUS CODE' TO WS-REJ-REASON     00038600
              PERFORM 5900-WRITE-REJECT                                 00038700
                 THRU 5900-WRITE-REJECT-END                             00038800
           END-IF.                                                      00038900
      *-----------------------*                                         00039000
       5200-REPLACE-RESULT-END.                                         00039100
      *-----------------------*                                         00039200
           EXIT.                                                        00039300
                                                                        00039400
      *-----------------------*                                         00039500
       5900-WRITE-REJECT.                                               00039600
      *-----------------------*                                         00039700
           DISPLAY 'RESULT REJECTED: ' LBI-PATIENID ' '                 00039800
              LBI-ACCESSION ' ' WS-REJ-REASON.                          00039900
           MOVE SPACE              TO REJ-OUT-REC.                      00040000
           MOVE LAB-IN-REC         TO REJ-LAB-REC.                      00040100
           MOVE WS-REJ-REASON      TO REJ-REASON.                       00040200
           MOVE STATUS-CODE        TO REJ-STATUS-CODE.                  00040300
           WRITE REJ-OUT-REC.                                           00040400
           ADD 1 TO WS-NO-REJECTS.                                      00040500
      *-----------------------*                                         00040600
       5900-WRITE-REJECT-END.                                           00040700
      *-----------------------*                                         00040800
           EXIT.                                                        00040900
                                                                        00041000
      *---------------*                                                 00041100
       8100-READ-LAB.                                                   00041200
      *---------------*                                                 00041300
           READ LAB-IN                                                  00041400
           END-READ.                                                    00041500
                                                                        00041600
           EVALUATE TRUE                                                00041700
                                                                        00041800
             WHEN WS-LAB-FS = '00'                                      00041900
               ADD 1 TO WS-NO-READ-LAB                                  00042000
             WHEN WS-LAB-FS = '10'                                      00042100
               SET WS-LAB-EOF TO TRUE                                   00042200
      D        DISPLAY "WS-LAB-END-OF-FILE " WS-LAB-END-OF-FILE         00042300
             WHEN OTHER                                                 00042400
      D        DISPLAY "ERROR READ FILE LABIN !!!: " WS-LAB-FS          00042500
               PERFORM 9999-ABEND                                       00042600
                  THRU 9999-ABEND-END                                   00042700
                                                                        00042800
           END-EVALUATE.                                                00042900
                                                                        00043000
      *-------------------*                                             00043100
       8100-READ-LAB-END.                                               00043200
      *-------------------*                                             00043300
           EXIT.                                                        00043400
      *-----------------------*                                         00043500
       8900-WRITE-TCHLOG.                                               00043600
      *-----------------------*                                         00043700
      *    the incremental unload (DBUNLDI) picks tonight's             00043800
      *    touched patients off this journal                            00043900
           MOVE SPACE          TO TCH-REC.                              00044000
           MOVE LBI-PATIENID   TO TCH-PATIENID.                         00044100
           MOVE 'PLABLOAD'     TO TCH-PGM.                              00044200
           ACCEPT WS-TCH-DATE FROM DATE YYYYMMDD.                       00044300
           MOVE WS-TCH-DATE    TO TCH-DATE.                             00044400
           WRITE TCH-REC.                                               00044500
      *-----------------------*                                         00044600
       8900-WRITE-TCHLOG-END.                                           00044700
      *-----------------------*                                         00044800
           EXIT.                                                        00044900
      *-------------------*                                             00045000
       9999-ABEND.                                                      00045100
      *-------------------*                                             00045200
      D    DISPLAY "WE ARE IN ABEND".                                   00045300
      *    WE FORCE AN ABEND                                            00045400
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00045500
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00045600
           GOBACK.                                                      00045700
      *-------------------*                                             00045800
       9999-ABEND-END.                                                  00045900
      *-------------------*                                             00046000
           EXIT.                                                        00046100
