      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PDTHENT.                                             00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Transaction IMS (MPP) d'inscription d'un deces au          00000900
      *      comptoir, le pendant en ligne de la date de deces          00001000
      *      de PPATMNT. Le commis saisit le PATIENID et la date        00001100
      *      de deces; la transaction pose l'indicateur de deces        00001200
      *      du segment PATIENT (GHU puis REPL) et ecrit le deces       00001300
      *      dans DTHLOG. Des l'inscription le patient ne recoit        00001400
      *      plus d'etat de compte, de lettre de recouvrement, de       00001500
      *      rappel de rendez-vous ni de relance de prescription;       00001600
      *      PDECEAS annule ses rendez-vous la nuit suivante et         00001700
      *      porte son solde a la reclamation a la succession.          00001800
      *      L'acces a la transaction est reserve aux commis            00001900
      *      autorises par la securite IMS (definition de la            00002000
      *      transaction).                                              00002100
      *                                                                 00002200
      * Message d'entree: PATIENID (5) b date de deces (YYYYMMDD)       00002300
      * Message de sortie: une ligne retournee au meme terminal         00002400
      *      via le PCB E/S (I/O PCB)                                   00002500
      * Fichier DTHLOG: registre des deces (ajout)                      00002600
      *----------------------------------------------------------*      00002700
      *--------------------*                                            00002800
       ENVIRONMENT DIVISION.                                            00002900
      *--------------------*                                            00003000
       CONFIGURATION SECTION.                                           00003100
       OBJECT-COMPUTER.                                                 00003200
       SOURCE-COMPUTER.                                                 00003300
            IBM-SYSTEM WITH DEBUGGING MODE.                             00003400
      *----------------*                                                00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT DTHLOG ASSIGN TO DTHLOG                               00003800
           ORGANIZATION IS SEQUENTIAL                                   00003900
           FILE STATUS IS WS-DTH-FS.                                    00004000
       DATA DIVISION.                                                   00004100
      *----------------*                                                00004200
      *-----------------------*                                         00004300
       FILE SECTION.                                                    00004400
                                                                        00004500
      *    registre des deces, ecrit aussi en batch par PPATMNT         00004600
       FD  DTHLOG RECORDING MODE F.                                     00004700
       01  DTH-REC.                                                     00004800
           05 DTH-PATIENID     PIC X(05).                               00004900
           05 FILLER           PIC X(01).                               00005000
           05 DTH-DEATH-DATE   PIC 9(08).                               00005100
           05 FILLER           PIC X(01).                               00005200
           05 DTH-REC-DATE     PIC 9(08).                               00005300
           05 FILLER           PIC X(01).                               00005400
      *       B=batch (PPATMNT), O=en ligne (PDTHENT)                   00005500
           05 DTH-SOURCE       PIC X(01).                               00005600
           05 FILLER           PIC X(01).                               00005700
           05 DTH-ORIGIN       PIC X(08).                               00005800
           05 FILLER           PIC X(46).                               00005900
                                                                        00006000
      *-----------------------*                                         00006100
       WORKING-STORAGE SECTION.                                         00006200
      *-----------------------*                                         00006300
       01 WS-INPUT-MSG.                                                 00006400
           05 WS-IN-PATIENID       PIC X(05).                           00006500
           05 FILLER               PIC X(01).                           00006600
           05 WS-IN-DEATH-DATE     PIC X(08).                           00006700
           05 WS-IN-DEATH-DATE-N REDEFINES                              00006800
              WS-IN-DEATH-DATE     PIC 9(08).                           00006900
           05 FILLER               PIC X(66).                           00007000
                                                                        00007100
       01 WS-OUTPUT-MSG            PIC X(80).                           00007200
                                                                        00007300
       01 WS-DTH-FS                PIC X(02).                           00007400
       01 WS-TODAY                 PIC 9(08).                           00007500
                                                                        00007600
       01 QUAL-SSA-PATIENT.                                             00007700
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00007800
           05  FILLER      PIC X(01) VALUE '('.                         00007900
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00008000
           05  OPER        PIC X(02) VALUE 'EQ'.                        00008100
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00008200
           05  FILLER      PIC X(01) VALUE ')'.                         00008300
                                                                        00008400
       01 DLI-FUNCTIONS.                                                00008500
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00008600
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00008700
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00008800
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00008900
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00009000
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00009100
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00009200
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00009300
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00009400
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00009500
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00009600
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00009700
                                                                        00009800
       01 SEG-IO-AREA     PIC X(60).                                    00009900
                                                                        00010000
      * segment PATIENT avec l'indicateur de deces                      00010100
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00010200
           05 WS-PATIENT-ID        PIC X(05).                           00010300
           05 WS-PATNAME           PIC X(20).                           00010400
           05 WS-PATDOB            PIC X(08).                           00010500
           05 WS-PATPHONE          PIC X(10).                           00010600
           05 WS-PATINSUR          PIC X(15).                           00010700
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00010800
              88 WS-PAT-IS-DECEASED VALUE 'D'.                          00010900
           05 FILLER               PIC X(01).                           00011000
                                                                        00011100
      *-----------------------*                                         00011200
       LINKAGE SECTION.                                                 00011300
      *-----------------------*                                         00011400
                                                                        00011500
      * PCB E/S (I/O PCB): premier PCB du PSB d'une transaction MPP,    00011600
      * utilise pour dequeuer le message d'entree (GU) et pour          00011700
      * retourner la reponse au meme terminal (ISRT)                    00011800
        01 IO-PCB-MASK.                                                 00011900
           03 LTERM-NAME       PIC X(8).                                00012000
           03 FILLER           PIC X(2).                                00012100
           03 IO-STATUS-CODE   PIC XX.                                  00012200
           03 IO-DATE          PIC S9(7) COMP-3.                        00012300
           03 IO-TIME          PIC S9(7) COMP-3.                        00012400
           03 IO-SEQ-NUM       PIC S9(5) COMP.                          00012500
           03 MOD-NAME         PIC X(8).                                00012600
           03 USERID           PIC X(8).                                00012700
                                                                        00012800
      * psb to get and replace the patient                              00012900
        01 PCB-MASK-GI.                                                 00013000
           03 DBD-NAME        PIC X(8).                                 00013100
           03 SEG-LEVEL       PIC XX.                                   00013200
           03 STATUS-CODE     PIC XX.                                   00013300
           03 PROC-OPT        PIC X(4).                                 00013400
           03 FILLER          PIC X(4).                                 00013500
           03 SEG-NAME        PIC X(8).                                 00013600
           03 KEY-FDBK        PIC S9(5) COMP.                           00013700
           03 NUM-SENSEG      PIC S9(5) COMP.                           00013800
           03 KEY-FDBK-AREA.                                            00013900
              05 PATIENT-KEY    PIC X(5).                               00014000
              05 MEDICAL-KEY    PIC X(6).                               00014100
              05 DRUG-KEY       PIC X(8).                               00014200
              05 BILLING-KEY    PIC X(8).                               00014300
                                                                        00014400
      *-----------------------*                                         00014500
       PROCEDURE DIVISION.                                              00014600
      *-----------------------*                                         00014700
                                                                        00014800
           INITIALIZE IO-PCB-MASK, PCB-MASK-GI.                         00014900
           ENTRY 'DLITCBL' USING IO-PCB-MASK, PCB-MASK-GI.              00015000
                                                                        00015100
           DISPLAY "***** DEBUT TRANSACTION PDTHENT *****".             00015200
                                                                        00015300
           PERFORM 1000-GET-INPUT-MSG                                   00015400
              THRU 1000-GET-INPUT-MSG-END.                              00015500
                                                                        00015600
           IF IO-STATUS-CODE = SPACE                                    00015700
              PERFORM 2000-RECORD-DEATH                                 00015800
                 THRU 2000-RECORD-DEATH-END                             00015900
           ELSE                                                         00016000
      D       DISPLAY 'ERROR GETTING INPUT MSG :' IO-STATUS-CODE        00016100
           END-IF.                                                      00016200
                                                                        00016300
           DISPLAY "***** FIN TRANSACTION PDTHENT *****".               00016400
                                                                        00016500
           GOBACK.                                                      00016600
                                                                        00016700
      *-------------------------*                                       00016800
       1000-GET-INPUT-MSG.                                              00016900
      *-------------------------*                                       00017000
           INITIALIZE WS-INPUT-MSG.                                     00017100
                                                                        00017200
           CALL 'CBLTDLI' USING DLI-GU,                                 00017300
                                IO-PCB-MASK,                            00017400
                                WS-INPUT-MSG.                           00017500
                                                                        00017600
      *-------------------------*                                       00017700
       1000-GET-INPUT-MSG-END.                                          00017800
      *-------------------------*                                       00017900
           EXIT.                                                        00018000
                                                                        00018100
      *-------------------------*                                       00018200
       2000-RECORD-DEATH.                                               00018300
      *-------------------------*                                       00018400
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          00018500
                                                                        00018600
      *    a date of death must be a real date, and not tomorrow's      00018700
           IF WS-IN-DEATH-DATE NOT NUMERIC                              00018800
              OR WS-IN-DEATH-DATE-N > WS-TODAY                          00018900
              MOVE 'DATE OF DEATH INVALID - YYYYMMDD, NOT AFTER TODAY'  00019000
                 TO WS-OUTPUT-MSG                                       00019100
              PERFORM 5500-SEND-REPLY                                   00019200
                 THRU 5500-SEND-REPLY-END                               00019300
              GO TO 2000-RECORD-DEATH-END                               00019400
           END-IF.                                                      00019500
                                                                        00019600
           MOVE WS-IN-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.        00019700
           INITIALIZE SEG-IO-AREA.                                      00019800
           CALL 'CBLTDLI' USING DLI-GHU,                                00019900
                                PCB-MASK-GI,                            00020000
                                SEG-IO-AREA,                            00020100
                                QUAL-SSA-PATIENT.                       00020200
                                                                        00020300
           IF STATUS-CODE NOT = '  '                                    00020400
              MOVE SPACE TO WS-OUTPUT-MSG                               00020500
              STRING 'PATIENT NOT FOUND: ' WS-IN-PATIENID               00020600
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00020700
              PERFORM 5500-SEND-REPLY                                   00020800
                 THRU 5500-SEND-REPLY-END                               00020900
              GO TO 2000-RECORD-DEATH-END                               00021000
           END-IF.                                                      00021100
                                                                        00021200
           IF WS-PAT-IS-DECEASED                                        00021300
              MOVE SPACE TO WS-OUTPUT-MSG                               00021400
              STRING 'DEATH ALREADY RECORDED: ' WS-IN-PATIENID          00021500
                 ' ' WS-PATNAME                                         00021600
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00021700
              PERFORM 5500-SEND-REPLY                                   00021800
                 THRU 5500-SEND-REPLY-END                               00021900
              GO TO 2000-RECORD-DEATH-END                               00022000
           END-IF.                                                      00022100
                                                                        00022200
           IF WS-PATDOB NUMERIC                                         00022300
              AND WS-IN-DEATH-DATE < WS-PATDOB                          00022400
              MOVE SPACE TO WS-OUTPUT-MSG                               00022500
              STRING 'DATE OF DEATH BEFORE BIRTH DATE ' WS-PATDOB       00022600
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00022700
              PERFORM 5500-SEND-REPLY                                   00022800
                 THRU 5500-SEND-REPLY-END                               00022900
              GO TO 2000-RECORD-DEATH-END                               00023000
           END-IF.                                                      00023100
                                                                        00023200
           MOVE 'D' TO WS-PAT-DEATH-FLAG.                               00023300
           CALL 'CBLTDLI' USING DLI-REPL,                               00023400
                                PCB-MASK-GI,                            00023500
                                SEG-IO-AREA.                            00023600
                                                                        00023700
           IF STATUS-CODE NOT = '  '                                    00023800
              DISPLAY 'ERROR UPDATE   :' STATUS-CODE                    00023900
              DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                    00024000
              MOVE SPACE TO WS-OUTPUT-MSG                               00024100
              STRING 'DEATH NOT RECORDED - DB STATUS ' STATUS-CODE      00024200
                 DELIMITED BY SIZE INTO WS-OUTPUT-MSG                   00024300
              PERFORM 5500-SEND-REPLY                                   00024400
                 THRU 5500-SEND-REPLY-END                               00024500
              GO TO 2000-RECORD-DEATH-END                               00024600
           END-IF.                                                      00024700
                                                                        00024800
           PERFORM 6000-LOG-DEATH                                       00024900
              THRU 6000-LOG-DEATH-END.                                  00025000
                                                                        00025100
           MOVE SPACE TO WS-OUTPUT-MSG.                                 00025200
           STRING 'DEATH RECORDED: ' WS-IN-PATIENID ' ' WS-PATNAME      00025300
              ' ' WS-IN-DEATH-DATE ' - BOOKINGS CANCEL TONIGHT'         00025400
              DELIMITED BY SIZE INTO WS-OUTPUT-MSG.                     00025500
           PERFORM 5500-SEND-REPLY                                      00025600
              THRU 5500-SEND-REPLY-END.                                 00025700
      *-------------------------*                                       00025800
       2000-RECORD-DEATH-END.                                           00025900
      *-------------------------*                                       00026000
           EXIT.                                                        00026100
                                                                        00026200
      *-------------------------*                                       00026300
       5500-SEND-REPLY.                                                 00026400
      *-------------------------*                                       00026500
           CALL 'CBLTDLI' USING DLI-ISRT,                               00026600
                                IO-PCB-MASK,                            00026700
                                WS-OUTPUT-MSG.                          00026800
      *-------------------------*                                       00026900
       5500-SEND-REPLY-END.                                             00027000
      *-------------------------*                                       00027100
           EXIT.                                                        00027200
                                                                        00027300
      *-------------------------*                                       00027400
       6000-LOG-DEATH.                                                  00027500
      *-------------------------*                                       00027600
      *    the register only ever grows - extend it, or create it       00027700
      *    on the very first death                                      00027800
           OPEN EXTEND DTHLOG.                                          00027900
           IF WS-DTH-FS NOT = '00'                                      00028000
              OPEN OUTPUT DTHLOG                                        00028100
           END-IF.                                                      00028200
           IF WS-DTH-FS = '00'                                          00028300
              MOVE SPACE              TO DTH-REC                        00028400
              MOVE WS-IN-PATIENID     TO DTH-PATIENID                   00028500
              MOVE WS-IN-DEATH-DATE-N TO DTH-DEATH-DATE                 00028600
              MOVE WS-TODAY           TO DTH-REC-DATE                   00028700
              MOVE 'O'                TO DTH-SOURCE                     00028800
      *       the signed-on operator, else the terminal                 00028900
              IF USERID NOT = SPACE                                     00029000
                 MOVE USERID          TO DTH-ORIGIN                     00029100
              ELSE                                                      00029200
                 MOVE LTERM-NAME      TO DTH-ORIGIN                     00029300
              END-IF                                                    00029400
              WRITE DTH-REC                                             00029500
              CLOSE DTHLOG                                              00029600
           ELSE                                                         00029700
              DISPLAY 'ERROR OPEN FILE DTHLOG: ' WS-DTH-FS              00029800
                 ' - DEATH NOT LOGGED: ' WS-IN-PATIENID                 00029900
           END-IF.                                                      00030000
      *-------------------------*                                       00030100
       6000-LOG-DEATH-END.                                              00030200
      *-------------------------*                                       00030300
           EXIT.                                                        00030400
