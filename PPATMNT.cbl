      *      Chaque enregistrement du fichier en entree porte le        00001300
      *      PATIENID et les nouvelles valeurs; le segment est lu       00001400
      *      avec retenue (GHU) puis remplace (REPL).                   00001500
      *      Une date de deces sur l'enregistrement (YYYYMMDD)          00001514
      *      pose l'indicateur de deces du segment PATIENT et           00001528
      *      ecrit le deces dans DTHLOG, ou PDECEAS le reprend la       00001542
      *      nuit (annulation des rendez-vous, reclamation a la         00001557
      *      succession). Une date a blanc laisse l'indicateur tel      00001571
      *      quel.                                                      00001585
      *                                                                 00001600
      * Fichier entree: FI01IN, un enregistrement PATIENT par           00001700
      *      patient a mettre a jour                                    00001800
      * Fichier REJOUT: patients introuvables ou REPL en erreur         00001900
      * Fichier DTHLOG: registre des deces (ajout)                      00001950
      *----------------------------------------------------------*      00002000
      *--------------------*                                            00002100
       ENVIRONMENT DIVISION.                                            00002200
           SELECT REJOUT ASSIGN TO REJOUT                               00003300
           ORGANIZATION IS  SEQUENTIAL                                  00003400
           FILE STATUS IS WS-REJ-FS.                                    00003500
           SELECT DTHLOG ASSIGN TO DTHLOG                               00003525
           ORGANIZATION IS  SEQUENTIAL                                  00003550
           FILE STATUS IS WS-DTH-FS.                                    00003575
      *----------------*                                                00003600
       DATA DIVISION.                                                   00003700
      *----------------*                                                00003800
           05 REJ-REASON       PIC X(30) VALUE                          00005200
              'REPL FAILED - SEE STATUS CODE'.                          00005300
                                                                        00005400
      *    registre des deces, ecrit aussi en ligne par PDTHENT         00005406
       FD  DTHLOG RECORDING MODE F.                                     00005412
       01  DTH-REC.                                                     00005418
           05 DTH-PATIENID     PIC X(05).                               00005425
           05 FILLER           PIC X(01).                               00005431
           05 DTH-DEATH-DATE   PIC 9(08).                               00005437
           05 FILLER           PIC X(01).                               00005443
           05 DTH-REC-DATE     PIC 9(08).                               00005450
           05 FILLER           PIC X(01).                               00005456
      *       B=batch (PPATMNT), O=en ligne (PDTHENT)                   00005462
           05 DTH-SOURCE       PIC X(01).                               00005468
           05 FILLER           PIC X(01).                               00005475
           05 DTH-ORIGIN       PIC X(08).                               00005481
           05 FILLER           PIC X(46).                               00005487
                                                                        00005493
      *-----------------------*                                         00005500
       WORKING-STORAGE SECTION.                                         00005600
      *-----------------------*                                         00005700
           05 WS-NO-READ-FI01              PIC 9(8).                    00005900
           05 WS-NO-UPDATED                PIC 9(8).                    00006000
           05 WS-NO-REJECTS                PIC 9(8).                    00006100
           05 WS-NO-DEATHS                 PIC 9(8).                    00006150
                                                                        00006200
       01 WS-FILE-STATUS.                                               00006300
          05 WS-FI01-FS                PIC X(2).                        00006400
          05 WS-REJ-FS                 PIC X(2).                        00006500
          05 WS-DTH-FS                 PIC X(2).                        00006550
                                                                        00006600
       01 WS-FI01-END-OF-FILE           PIC X(5) VALUE 'FALSE'.         00006700
          88 WS-FI01-EOF                VALUE 'TRUE'.                   00006800
             10 FI01-DATA-PATDOB       PIC X(08).                       00008000
             10 FI01-DATA-PATPHONE     PIC X(10).                       00008100
             10 FI01-DATA-PATINSUR     PIC X(15).                       00008200
             10 FI01-DATA-DEATH-DATE   PIC X(08).                       00008218
             10 FI01-DATA-DEATH-DATE-N REDEFINES                        00008236
                FI01-DATA-DEATH-DATE   PIC 9(08).                       00008254
             10 FILLER                 PIC X(06).                       00008272
                                                                        00008290
      * motif du rejet, celui de l'appel DL/I par defaut                00008309
       01 WS-REJ-REASON                PIC X(30).                       00008327
       01 WS-TODAY                     PIC 9(08).                       00008345
       01 WS-NEW-DEATH-SW              PIC X(01) VALUE 'N'.             00008363
          88 WS-NEW-DEATH              VALUE 'Y'.                       00008381
                                                                        00008400
       01 QUAL-SSA-PATIENT.                                             00008500
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00008600
           05 WS-PATDOB            PIC X(08).                           00011400
           05 WS-PATPHONE          PIC X(10).                           00011500
           05 WS-PATINSUR          PIC X(15).                           00011600
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00011650
              88 WS-PAT-IS-DECEASED VALUE 'D'.                          00011700
           05 FILLER               PIC X(01).                           00011750
                                                                        00011800
      *-----------------------*                                         00011900
       LINKAGE SECTION.                                                 00012000
           DISPLAY 'PATIENTS READ    : ' WS-NO-READ-FI01.               00015800
           DISPLAY 'PATIENTS UPDATED : ' WS-NO-UPDATED.                 00015900
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00016000
           DISPLAY 'DEATHS RECORDED  : ' WS-NO-DEATHS.                  00016050
           CLOSE REJOUT.                                                00016100
           CLOSE DTHLOG.                                                00016150
           IF WS-NO-REJECTS > 0                                         00016200
              MOVE 8 TO RETURN-CODE                                     00016300
           END-IF.                                                      00016400
                                                                        00017500
           OPEN INPUT  FI01-IN.                                         00017600
           OPEN OUTPUT REJOUT.                                          00017700
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          00017707
                                                                        00017714
      *    the death register only ever grows - extend it, or           00017721
      *    create it the first time                                     00017728
           OPEN EXTEND DTHLOG.                                          00017735
           IF WS-DTH-FS NOT = '00'                                      00017742
              OPEN OUTPUT DTHLOG                                        00017750
           END-IF.                                                      00017757
           IF WS-DTH-FS NOT = '00'                                      00017764
      D      DISPLAY "ERROR OPEN FILE DTHLOG: " WS-DTH-FS               00017771
             PERFORM 9999-ABEND                                         00017778
                THRU 9999-ABEND-END                                     00017785
           END-IF.                                                      00017792
                                                                        00017800
           IF WS-FI01-FS NOT = "00"                                     00017900
      D      DISPLAY "ERROR OPEN FILE FI01-IN: " WS-FI01-FS             00018000
      *-----------------------*                                         00022100
       5010-REPLACE-PATIENT-SEG.                                        00022200
      *-----------------------*                                         00022300
           MOVE 'REPL FAILED - SEE STATUS CODE' TO WS-REJ-REASON.       00022306
           MOVE 'N' TO WS-NEW-DEATH-SW.                                 00022313
                                                                        00022320
      *    a date of death must be a real date, and not tomorrow's      00022326
           IF FI01-DATA-DEATH-DATE NOT = SPACE                          00022333
              IF FI01-DATA-DEATH-DATE NOT NUMERIC                       00022340
                 OR FI01-DATA-DEATH-DATE-N > WS-TODAY                   00022346
                 MOVE 'DATE OF DEATH INVALID' TO WS-REJ-REASON          00022353
                 PERFORM 5020-WRITE-REJECT                              00022360
                    THRU 5020-WRITE-REJECT-END                          00022366
                 GO TO 5010-REPLACE-PATIENT-SEG-END                     00022373
              END-IF                                                    00022380
           END-IF.                                                      00022386
                                                                        00022393
           MOVE FI01-DATA-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.    00022400
           INITIALIZE SEG-IO-AREA.                                      00022500
                                                                        00022600
              MOVE FI01-DATA-PATDOB   TO WS-PATDOB                      00023600
              MOVE FI01-DATA-PATPHONE TO WS-PATPHONE                    00023700
              MOVE FI01-DATA-PATINSUR TO WS-PATINSUR                    00023800
      *       a death already on the segment is not recorded twice      00023806
              IF FI01-DATA-DEATH-DATE NOT = SPACE                       00023813
                 AND NOT WS-PAT-IS-DECEASED                             00023820
                 IF WS-PATDOB NUMERIC                                   00023826
                    AND FI01-DATA-DEATH-DATE < WS-PATDOB                00023833
                    MOVE 'DATE OF DEATH BEFORE BIRTH'                   00023840
                       TO WS-REJ-REASON                                 00023846
                    PERFORM 5020-WRITE-REJECT                           00023853
                       THRU 5020-WRITE-REJECT-END                       00023860
                    GO TO 5010-REPLACE-PATIENT-SEG-END                  00023866
                 END-IF                                                 00023873
                 MOVE 'D' TO WS-PAT-DEATH-FLAG                          00023880
                 MOVE 'Y' TO WS-NEW-DEATH-SW                            00023886
              END-IF                                                    00023893
                                                                        00023900
              CALL 'CBLTDLI' USING DLI-REPL,                            00024000
                                   PCB-MASK-GI,                         00024100
                 DISPLAY 'UPDATE IS OK'                                 00024500
                 DISPLAY 'SEG-IO : ' SEG-IO-AREA                        00024600
                 ADD 1 TO WS-NO-UPDATED                                 00024700
                 IF WS-NEW-DEATH                                        00024720
                    PERFORM 5030-WRITE-DEATH                            00024740
                       THRU 5030-WRITE-DEATH-END                        00024760
                 END-IF                                                 00024780
              ELSE                                                      00024800
                 DISPLAY 'ERROR UPDATE   :' STATUS-CODE                 00024900
                 DISPLAY 'SEG-IO-AREA    :' SEG-IO-AREA                 00025000
           MOVE FI01-DATA-PATIENID TO REJ-PATIENID.                     00027800
           MOVE FI01-DATA-PATNAME  TO REJ-PATNAME.                      00027900
           MOVE STATUS-CODE        TO REJ-STATUS-CODE.                  00028000
           MOVE WS-REJ-REASON      TO REJ-REASON.                       00028050
           WRITE REJ-OUT-REC.                                           00028100
           ADD 1 TO WS-NO-REJECTS.                                      00028200
      *-----------------------*                                         00028300
       5020-WRITE-REJECT-END.                                           00028400
      *-----------------------*                                         00028405
           EXIT.                                                        00028410
                                                                        00028415
      *-----------------------*                                         00028421
       5030-WRITE-DEATH.                                                00028426
      *-----------------------*                                         00028431
           MOVE SPACE                  TO DTH-REC.                      00028436
           MOVE FI01-DATA-PATIENID     TO DTH-PATIENID.                 00028442
           MOVE FI01-DATA-DEATH-DATE-N TO DTH-DEATH-DATE.               00028447
           MOVE WS-TODAY               TO DTH-REC-DATE.                 00028452
           MOVE 'B'                    TO DTH-SOURCE.                   00028457
           MOVE 'PPATMNT '             TO DTH-ORIGIN.                   00028463
           WRITE DTH-REC.                                               00028468
           ADD 1 TO WS-NO-DEATHS.                                       00028473
           DISPLAY 'DEATH RECORDED: ' FI01-DATA-PATIENID                00028478
              ' ' FI01-DATA-DEATH-DATE.                                 00028484
      *-----------------------*                                         00028489
       5030-WRITE-DEATH-END.                                            00028494
      *-----------------------*                                         00028500
           EXIT.                                                        00028600
                                                                        00028700
       9999-ABEND-END.                                                  00032600
      *-------------------*                                             00032700
           EXIT.                                                        00032800
                                                                        00032900
