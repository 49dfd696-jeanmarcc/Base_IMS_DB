      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PLABACK.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Enregistrer l'accuse de reception des resultats de         00000900
      *      laboratoire vus par le medecin prescripteur. Chaque        00001000
      *      carte nomme le resultat (PATIENID, date de                 00001100
      *      prelevement, code d'analyse) et porte les initiales        00001200
      *      et la date de l'accuse; le segment LABRSLT est relu        00001300
      *      avec retenue (GHU) puis remplace (REPL). Un resultat       00001400
      *      accuse sort de la liste de travail quotidienne             00001500
      *      PLABWRK. Un resultat introuvable ou deja accuse            00001600
      *      part au fichier de rejets.                                 00001700
      *                                                                 00001800
      * Fichier entree: ACKIN, un accuse par carte                      00001900
      * Fichier sortie: ACKREJ, accuses refuses                         00002000
      * Fichier sortie: TCHLOG, journal des patients touches            00002100
      *----------------------------------------------------------*      00002200
      *--------------------*                                            00002300
       ENVIRONMENT DIVISION.                                            00002400
      *--------------------*                                            00002500
       CONFIGURATION SECTION.                                           00002600
       OBJECT-COMPUTER.                                                 00002700
       SOURCE-COMPUTER.                                                 00002800
            IBM-SYSTEM WITH DEBUGGING MODE.                             00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
           SELECT ACK-IN ASSIGN TO ACKIN                                00003200
           ORGANIZATION IS SEQUENTIAL                                   00003300
           FILE STATUS IS WS-ACK-FS.                                    00003400
           SELECT ACKREJ ASSIGN TO ACKREJ                               00003500
           ORGANIZATION IS SEQUENTIAL                                   00003600
           FILE STATUS IS WS-REJ-FS.                                    00003700
           SELECT TCHLOG ASSIGN TO TCHLOG                               00003800
           ORGANIZATION IS SEQUENTIAL                                   00003900
           FILE STATUS IS WS-TCH-FS.                                    00004000
      *----------------*                                                00004100
       DATA DIVISION.                                                   00004200
      *----------------*                                                00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
       FD  ACK-IN RECORDING MODE F.                                     00004600
       01  ACK-IN-REC.                                                  00004700
           05 ACK-PATIENID              PIC X(05).                      00004800
           05 ACK-COLLDATE              PIC X(08).                      00004900
           05 ACK-TESTCODE              PIC X(07).                      00005000
           05 ACK-BY                    PIC X(03).                      00005100
           05 ACK-DATE                  PIC X(08).                      00005200
           05 FILLER                    PIC X(49).                      00005300
                                                                        00005400
       FD  ACKREJ RECORDING MODE F.                                     00005500
       01  REJ-OUT-REC.                                                 00005600
           05 REJ-ACK-REC      PIC X(80).                               00005700
           05 FILLER           PIC X(01).                               00005800
           05 REJ-STATUS-CODE  PIC X(02).                               00005900
           05 FILLER           PIC X(01).                               00006000
           05 REJ-REASON       PIC X(30).                               00006100
      *    journal des patients touches: chaque programme qui           00006200
      *    modifie la base hors des traces du cycle nocturne y          00006300
      *    laisse le PATIENID, pour que le dechargement                 00006400
      *    incremental DBUNLDI selectionne aussi ces patients           00006500
       FD  TCHLOG RECORDING MODE F.                                     00006600
       01  TCH-REC.                                                     00006700
           05 TCH-PATIENID      PIC X(05).                              00006800
           05 FILLER            PIC X(01).                              00006900
           05 TCH-PGM           PIC X(08).                              00007000
           05 FILLER            PIC X(01).                              00007100
           05 TCH-DATE          PIC 9(08).                              00007200
           05 FILLER            PIC X(57).                              00007300
                                                                        00007400
      *-----------------------*                                         00007500
       WORKING-STORAGE SECTION.                                         00007600
      *-----------------------*                                         00007700
       01 WS-COUNTERS.                                                  00007800
           05 WS-NO-READ-ACK               PIC 9(8).                    00007900
           05 WS-NO-ACKNOWLEDGED           PIC 9(8).                    00008000
           05 WS-NO-REJECTS                PIC 9(8).                    00008100
                                                                        00008200
       01 WS-FILE-STATUS.                                               00008300
          05 WS-ACK-FS                 PIC X(2).                        00008400
          05 WS-REJ-FS                 PIC X(2).                        00008500
       01 WS-TCH-FS                PIC X(02).                           00008600
       01 WS-TCH-DATE              PIC 9(08).                           00008700
       01 WS-REJ-REASON            PIC X(30).                           00008800
                                                                        00008900
       01 WS-ACK-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00009000
          88 WS-ACK-EOF                 VALUE 'TRUE'.                   00009100
                                                                        00009200
       01 QUAL-SSA-PATIENT.                                             00009300
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00009400
           05  FILLER      PIC X(01) VALUE '('.                         00009500
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00009600
           05  OPER        PIC X(02) VALUE 'EQ'.                        00009700
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00009800
           05  FILLER      PIC X(01) VALUE ')'.                         00009900
                                                                        00010000
       01 QUAL-SSA-LABRSLT.                                             00010100
           05  SEGNAME     PIC X(8) VALUE 'LABRSLT'.                    00010200
           05  FILLER      PIC X(1) VALUE '('.                          00010300
           05  FIELD-NAME  PIC X(8) VALUE 'LABRKEY'.                    00010400
           05  OPER        PIC X(2) VALUE 'EQ'.                         00010500
           05  FIELD-VAL.                                               00010600
               10 FIELD-VAL-COLLDATE  PIC X(08) VALUE SPACE.            00010700
               10 FIELD-VAL-TESTCODE  PIC X(07) VALUE SPACE.            00010800
           05  FILLER      PIC X(1) VALUE ')'.                          00010900
                                                                        00011000
       01 DLI-FUNCTIONS.                                                00011100
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00011200
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00011300
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00011400
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00011500
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00011600
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00011700
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00011800
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00011900
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00012000
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00012100
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00012200
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00012300
                                                                        00012400
       01 SEG-IO-AREA     PIC X(60).                                    00012500
                                                                        00012600
      * segment LABRSLT, enfant de PATIENT, cle LABRKEY                 00012700
      * (date de prelevement + code d'analyse)                          00012800
       01 WS-LABRSLT-SEG REDEFINES SEG-IO-AREA.                         00012900
          05 WS-LAB-COLLDATE  PIC X(08).                                00013000
          05 WS-LAB-TESTCODE  PIC X(07).                                00013100
          05 WS-LAB-RESULT    PIC X(08).                                00013200
          05 WS-LAB-UNITS     PIC X(06).                                00013300
          05 WS-LAB-REFRANGE  PIC X(11).                                00013400
          05 WS-LAB-ABNFLAG   PIC X(01).                                00013500
          05 WS-LAB-DOC-CODE  PIC X(08).                                00013600
          05 WS-LAB-ACKDATE   PIC X(08).                                00013700
          05 WS-LAB-ACKBY     PIC X(03).                                00013800
                                                                        00013900
      *-----------------------*                                         00014000
       LINKAGE SECTION.                                                 00014100
      *-----------------------*                                         00014200
                                                                        00014300
      * psb to get and insert                                           00014400
        01 PCB-MASK-GI.                                                 00014500
           03 DBD-NAME        PIC X(8).                                 00014600
           03 SEG-LEVEL       PIC XX.                                   00014700
           03 STATUS-CODE     PIC XX.                                   00014800
           03 PROC-OPT        PIC X(4).                                 00014900
           03 FILLER          PIC X(4).                                 00015000
           03 SEG-NAME        PIC X(8).                                 00015100
           03 KEY-FDBK        PIC S9(5) COMP.                           00015200
           03 NUM-SENSEG      PIC S9(5) COMP.                           00015300
           03 KEY-FDBK-AREA.                                            00015400
              05 PATIENT-KEY    PIC X(5).                               00015500
              05 MEDICAL-KEY    PIC X(6).                               00015600
              05 DRUG-KEY       PIC X(8).                               00015700
              05 BILLING-KEY    PIC X(8).                               00015800
                                                                        00015900
      *-----------------------*                                         00016000
       PROCEDURE DIVISION.                                              00016100
      *-----------------------*                                         00016200
                                                                        00016300
           INITIALIZE PCB-MASK-GI.                                      00016400
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00016500
                                                                        00016600
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00016700
                                                                        00016800
           PERFORM 1000-INIT                                            00016900
              THRU 1000-INIT-END.                                       00017000
                                                                        00017100
           DISPLAY '1_____RECORD LAB RESULT ACKNOWLEDGEMENTS'.          00017200
           PERFORM 5000-APPLY-ACK                                       00017300
              THRU 5000-APPLY-ACK-END                                   00017400
              UNTIL WS-ACK-EOF.                                         00017500
                                                                        00017600
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00017700
           DISPLAY 'CARDS READ        : ' WS-NO-READ-ACK.               00017800
           DISPLAY 'ACKNOWLEDGED      : ' WS-NO-ACKNOWLEDGED.           00017900
           DISPLAY 'REJECTED          : ' WS-NO-REJECTS.                00018000
           CLOSE ACK-IN.                                                00018100
           CLOSE ACKREJ.                                                00018200
           CLOSE TCHLOG.                                                00018300
                                                                        00018400
           IF WS-NO-REJECTS > 0                                         00018500
              MOVE 4 TO RETURN-CODE                                     00018600
           END-IF.                                                      00018700
                                                                        00018800
           GOBACK.                                                      00018900
                                                                        00019000
      *------------*                                                    00019100
       1000-INIT.                                                       00019200
      *------------*                                                    00019300
           DISPLAY "***** INIT PROCESS *****".                          00019400
                                                                        00019500
           MOVE SPACE TO WS-FILE-STATUS.                                00019600
           MOVE ZEROES TO WS-COUNTERS.                                  00019700
                                                                        00019800
           OPEN INPUT  ACK-IN.                                          00019900
           IF WS-ACK-FS NOT = "00"                                      00020000
      D      DISPLAY "ERROR OPEN FILE ACKIN: " WS-ACK-FS                00020100
             PERFORM 9999-ABEND                                         00020200
                THRU 9999-ABEND-END                                     00020300
           END-IF.                                                      00020400
                                                                        00020500
           OPEN OUTPUT ACKREJ.                                          00020600
      *    the touched-patient journal grows run over run               00020700
           OPEN EXTEND TCHLOG.                                          00020800
           IF WS-TCH-FS NOT = '00'                                      00020900
              OPEN OUTPUT TCHLOG                                        00021000
           END-IF.                                                      00021100
                                                                        00021200
      *    first read of the acknowledgement cards                      00021300
           PERFORM 8100-READ-ACK                                        00021400
              THRU 8100-READ-ACK-END.                                   00021500
                                                                        00021600
           DISPLAY "***** FIN INIT PROCESS *****".                      00021700
                                                                        00021800
      *----------------*                                                00021900
       1000-INIT-END.                                                   00022000
      *----------------*                                                00022100
           EXIT.                                                        00022200
                                                                        00022300
      *-----------------------*                                         00022400
       5000-APPLY-ACK.                                                  00022500
      *-----------------------*                                         00022600
           PERFORM 5100-ACK-ONE-RESULT                                  00022700
              THRU 5100-ACK-ONE-RESULT-END.                             00022800
                                                                        00022900
           PERFORM 8100-READ-ACK                                        00023000
              THRU 8100-READ-ACK-END.                                   00023100
      *-----------------------*                                         00023200
       5000-APPLY-ACK-END.                                              00023300
      *-----------------------*                                         00023400
           EXIT.                                                        00023500
                                                                        00023600
      *-----------------------*                                         00023700
       5100-ACK-ONE-RESULT.                                             00023800
      *-----------------------*                                         00023900
           MOVE SPACE TO STATUS-CODE.                                   00024000
           IF ACK-BY = SPACE                                            00024100
              MOVE 'INITIALS REQUIRED' TO WS-REJ-REASON                 00024200
              PERFORM 5900-WRITE-REJECT                                 00024300
                 THRU 5900-WRITE-REJECT-END                             00024400
              GO TO 5100-ACK-ONE-RESULT-END                             00024500
           END-IF.                                                      00024600
           IF ACK-DATE NOT NUMERIC                                      00024700
              MOVE 'ACKNOWLEDGEMENT DATE INVALID' TO WS-REJ-REASON      00024800
              PERFORM 5900-WRITE-REJECT                                 00024900
                 THRU 5900-WRITE-REJECT-END                             00025000
              GO TO 5100-ACK-ONE-RESULT-END                             00025100
           END-IF.                                                      00025200
                                                                        00025300
           MOVE ACK-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.          00025400
           MOVE ACK-COLLDATE TO FIELD-VAL-COLLDATE.                     00025500
           MOVE ACK-TESTCODE TO FIELD-VAL-TESTCODE.                     00025600
                                                                        00025700
           INITIALIZE SEG-IO-AREA.                                      00025800
           CALL 'CBLTDLI' USING DLI-GHU,                                00025900
                                PCB-MASK-GI,                            00026000
                                SEG-IO-AREA,                            00026100
                                QUAL-SSA-PATIENT,                       00026200
                                QUAL-SSA-LABRSLT.                       00026300
                                                                        00026400
           IF STATUS-CODE NOT = '  '                                    00026500
              MOVE 'LAB RESULT NOT ON FILE' TO WS-REJ-REASON            00026600
              PERFORM 5900-WRITE-REJECT                                 00026700
                 THRU 5900-WRITE-REJECT-END                             00026800
              GO TO 5100-ACK-ONE-RESULT-END                             00026900
           END-IF.                                                      00027000
                                                                        00027100
      *    the first acknowledgement stands; a second card is           00027200
      *    most likely a keying slip on another result                  00027300
           IF WS-LAB-ACKDATE NOT = SPACE                                00027400
              MOVE 'ALREADY ACKNOWLEDGED' TO WS-REJ-REASON              00027500
              PERFORM 5900-WRITE-REJECT                                 00027600
                 THRU 5900-WRITE-REJECT-END                             00027700
              GO TO 5100-ACK-ONE-RESULT-END                             00027800
           END-IF.                                                      00027900
                                                                        00028000
           MOVE ACK-DATE TO WS-LAB-ACKDATE.                             00028100
           MOVE ACK-BY   TO WS-LAB-ACKBY.                               00028200
                                                                        00028300
           CALL 'CBLTDLI' USING DLI-REPL,                               00028400
                                PCB-MASK-GI,                            00028500
                                SEG-IO-AREA.                            00028600
                                                                        00028700
           IF STATUS-CODE = '  '                                        00028800
              DISPLAY 'RESULT ACKNOWLEDGED: ' ACK-PATIENID              00028900
                 ' ' ACK-TESTCODE ' ' ACK-COLLDATE ' BY ' ACK-BY        00029000
              ADD 1 TO WS-NO-ACKNOWLEDGED                               00029100
              PERFORM 8900-WRITE-TCHLOG                                 00029200
                 THRU 8900-WRITE-TCHLOG-END                             00029300
           ELSE                                                         00029400
              DISPLAY 'ERROR IN REPLACE:' STATUS-CODE                   00029500
              MOVE 'REPL FAILED - SEE STATUS CODE' TO WS-REJ-REASON     00029600
              PERFORM 5900-WRITE-REJECT                                 00029700
                 THRU 5900-WRITE-REJECT-END                             00029800
           END-IF.                                                      00029900
      *-----------------------*                                         00030000
       5100-ACK-ONE-RESULT-END.                                         00030100
      *-----------------------*                                         00030200
           EXIT.                                                        00030300
                                                                        00030400
      *-----------------------*                                         00030500
       5900-WRITE-REJECT.                                               00030600
      *-----------------------*                                         00030700
           DISPLAY 'ACKNOWLEDGEMENT REJECTED: ' ACK-PATIENID ' '        00030800
              ACK-TESTCODE ' ' WS-REJ-REASON.                           00030900
           MOVE SPACE              TO REJ-OUT-REC.                      00031000
           MOVE ACK-IN-REC         TO REJ-ACK-REC.                      00031100
           MOVE STATUS-CODE        TO REJ-STATUS-CODE.                  00031200
           MOVE WS-REJ-REASON      TO REJ-REASON.                       00031300
           WRITE REJ-OUT-REC.                                           00031400
           ADD 1 TO WS-NO-REJECTS.                                      00031500
      *-----------------------*                                         00031600
       5900-WRITE-REJECT-END.                                           00031700
      *-----------------------*                                         00031800
           EXIT.                                                        00031900
                                                                        00032000
      *---------------*                                                 00032100
       8100-READ-ACK.                                                   00032200
      *---------------*                                                 00032300
           READ ACK-IN                                                  00032400
           END-READ.                                                    00032500
                                                                        00032600
           EVALUATE TRUE                                                00032700
                                                                        00032800
             WHEN WS-ACK-FS = '00'                                      00032900
               ADD 1 TO WS-NO-READ-ACK                                  00033000
             WHEN WS-ACK-FS = '10'                                      00033100
               SET WS-ACK-EOF TO TRUE                                   00033200
      D        DISPLAY "WS-ACK-END-OF-FILE " WS-ACK-END-OF-FILE         00033300
             WHEN OTHER                                                 00033400
      D        DISPLAY "ERROR READ FILE ACKIN !!!: " WS-ACK-FS          00033500
               PERFORM 9999-ABEND                                       00033600
                  THRU 9999-ABEND-END                                   00033700
                                                                        00033800
           END-EVALUATE.                                                00033900
                                                                        00034000
      *-------------------*                                             00034100
       8100-READ-ACK-END.                                               00034200
      *-------------------*                                             00034300
           EXIT.                                                        00034400
      *-----------------------*                                         00034500
       8900-WRITE-TCHLOG.                                               00034600
      *-----------------------*                                         00034700
      *    the incremental unload (DBUNLDI) picks tonight's             00034800
      *    touched patients off this journal                            00034900
           MOVE SPACE          TO TCH-REC.                              00035000
           MOVE ACK-PATIENID   TO TCH-PATIENID.                         00035100
           MOVE 'PLABACK '     TO TCH-PGM.                              00035200
           ACCEPT WS-TCH-DATE FROM DATE YYYYMMDD.                       00035300
           MOVE WS-TCH-DATE    TO TCH-DATE.                             00035400
           WRITE TCH-REC.                                               00035500
      *-----------------------*                                         00035600
       8900-WRITE-TCHLOG-END.                                           00035700
      *-----------------------*                                         00035800
           EXIT.                                                        00035900
      *-------------------*                                             00036000
       9999-ABEND.                                                      00036100
      *-------------------*                                             00036200
      D    DISPLAY "WE ARE IN ABEND".                                   00036300
      *    WE FORCE AN ABEND                                            00036400
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00036500
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00036600
           GOBACK.                                                      00036700
      *-------------------*                                             00036800
       9999-ABEND-END.                                                  00036900
      *-------------------*                                             00037000
           EXIT.                                                        00037100
