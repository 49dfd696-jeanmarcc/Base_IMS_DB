      *-------------------------*                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
      *-------------------------*                                       00000300
       PROGRAM-ID. PRETMAIL.                                            00000400
       AUTHOR. JEAN MARC C.                                             00000500
      *----------------------------------------------------------*      00000600
      * Auteur: Jean Marc C.                                            00000700
      *                                                                 00000800
      * But: Courrier retourne. Le service du courrier lit les          00000900
      *      enveloppes revenues de la poste et produit un fichier      00001000
      *      de PATIENID (RETIN). Pour chacun, l'adresse courante       00001100
      *      du patient (segment ADDRESS a la date d'effet la plus      00001200
      *      recente) est relue avec retenue (GHU) et marquee non       00001300
      *      distribuable (REPL). PBMSTMT ne produit plus d'etat        00001400
      *      et PBCOLL n'envoie plus de lettre ni n'avance              00001500
      *      l'etape de recouvrement pour cette adresse; la marque      00001600
      *      tombe d'elle-meme quand PADRMNT charge une nouvelle        00001700
      *      adresse. Chaque patient traite passe sur la liste          00001800
      *      d'appels du comptoir (PATNAME et PATPHONE), pour           00001900
      *      obtenir la nouvelle adresse.                               00002000
      *                                                                 00002100
      * Fichier entree: RETIN, un PATIENID par envoi retourne           00002200
      * Fichier sortie: PHONWRK, liste d'appels du comptoir             00002300
      * Fichier REJOUT: patients introuvables, sans adresse ou          00002400
      *      DL/I en erreur                                             00002500
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
           SELECT RET-IN ASSIGN TO RETIN                                00003600
           ORGANIZATION IS  SEQUENTIAL                                  00003700
           FILE STATUS IS WS-RET-FS.                                    00003800
           SELECT REJOUT ASSIGN TO REJOUT                               00003900
           ORGANIZATION IS  SEQUENTIAL                                  00004000
           FILE STATUS IS WS-REJ-FS.                                    00004100
           SELECT RPT01-OUT ASSIGN TO PHONWRK                           00004200
           ORGANIZATION IS LINE SEQUENTIAL                              00004300
           FILE STATUS IS WS-RPT01-FS.                                  00004400
           SELECT TCHLOG ASSIGN TO TCHLOG                               00004500
           ORGANIZATION IS SEQUENTIAL                                   00004600
           FILE STATUS IS WS-TCH-FS.                                    00004700
      *----------------*                                                00004800
       DATA DIVISION.                                                   00004900
      *----------------*                                                00005000
       FILE SECTION.                                                    00005100
                                                                        00005200
      *    un enregistrement par envoi revenu de la poste               00005300
       FD  RET-IN RECORDING MODE F.                                     00005400
       01  RET-IN-REC.                                                  00005500
           05 RET-PATIENID     PIC X(05).                               00005600
           05 FILLER           PIC X(01).                               00005700
           05 RET-SCAN-DATE    PIC X(08).                               00005800
           05 FILLER           PIC X(66).                               00005900
                                                                        00006000
       FD  REJOUT RECORDING MODE F.                                     00006100
       01  REJ-OUT-REC.                                                 00006200
           05 REJ-PATIENID     PIC X(05).                               00006300
           05 FILLER           PIC X(01) VALUE SPACE.                   00006400
           05 REJ-SCAN-DATE    PIC X(08).                               00006500
           05 FILLER           PIC X(01) VALUE SPACE.                   00006600
           05 REJ-STATUS-CODE  PIC X(02).                               00006700
           05 FILLER           PIC X(01) VALUE SPACE.                   00006800
           05 REJ-REASON       PIC X(30).                               00006900
           05 FILLER           PIC X(32).                               00007000
                                                                        00007100
       FD  RPT01-OUT RECORDING MODE F.                                  00007200
       01  RPT01-OUT-REC                PIC X(80).                      00007300
                                                                        00007400
      *    journal des patients touches: chaque programme qui           00007500
      *    modifie la base hors des traces du cycle nocturne y          00007600
      *    laisse le PATIENID, pour que le dechargement                 00007700
      *    incremental DBUNLDI selectionne aussi ces patients           00007800
       FD  TCHLOG RECORDING MODE F.                                     00007900
       01  TCH-REC.                                                     00008000
           05 TCH-PATIENID      PIC X(05).                              00008100
           05 FILLER            PIC X(01).                              00008200
           05 TCH-PGM           PIC X(08).                              00008300
           05 FILLER            PIC X(01).                              00008400
           05 TCH-DATE          PIC 9(08).                              00008500
           05 FILLER            PIC X(57).                              00008600
                                                                        00008700
      *-----------------------*                                         00008800
       WORKING-STORAGE SECTION.                                         00008900
      *-----------------------*                                         00009000
       01 WS-COUNTERS.                                                  00009100
           05 WS-NO-READ-RET               PIC 9(8).                    00009200
           05 WS-NO-MARKED                 PIC 9(8).                    00009300
           05 WS-NO-ALREADY                PIC 9(8).                    00009400
           05 WS-NO-DECEASED               PIC 9(8).                    00009500
           05 WS-NO-REJECTS                PIC 9(8).                    00009600
                                                                        00009700
       01 WS-FILE-STATUS.                                               00009800
          05 WS-RET-FS                 PIC X(2).                        00009900
          05 WS-REJ-FS                 PIC X(2).                        00010000
          05 WS-RPT01-FS               PIC X(2).                        00010100
       01 WS-TCH-FS                PIC X(02).                           00010200
       01 WS-TCH-DATE              PIC 9(08).                           00010300
                                                                        00010400
       01 WS-RET-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00010500
          88 WS-RET-EOF                 VALUE 'TRUE'.                   00010600
          88 WS-RET-NOT-EOF             VALUE 'FALSE'.                  00010700
                                                                        00010800
       01 WS-TODAY                      PIC X(08).                      00010900
       01 WS-SAVE-PATNAME               PIC X(20).                      00011000
       01 WS-SAVE-PATPHONE              PIC X(10).                      00011100
                                                                        00011200
      *    adresse courante du patient (date d'effet la plus            00011300
      *    recente): c'est elle que la poste renvoie                    00011400
       01 WS-CUR-ADDRESS.                                               00011500
          05 WS-CA-STREET    PIC X(20).                                 00011600
          05 WS-CA-CITY      PIC X(15).                                 00011700
          05 WS-CA-REGION    PIC X(02).                                 00011800
          05 WS-CA-POSTAL    PIC X(07).                                 00011900
          05 WS-CA-UNDELIV   PIC X(01).                                 00012000
             88 WS-CA-UNDELIVERABLE     VALUE 'U'.                      00012100
       01 WS-ADR-BEST-EFFDATE           PIC X(08).                      00012200
       01 WS-ADDRESS-READ-SEG.                                          00012300
          05 WS-AR-EFFDATE   PIC X(08).                                 00012400
          05 WS-AR-STREET    PIC X(20).                                 00012500
          05 WS-AR-CITY      PIC X(15).                                 00012600
          05 WS-AR-REGION    PIC X(02).                                 00012700
          05 WS-AR-POSTAL    PIC X(07).                                 00012800
          05 WS-AR-UNDELIV   PIC X(01).                                 00012900
          05 FILLER          PIC X(07).                                 00013000
                                                                        00013100
       01 WS-RPT-COUNTERS.                                              00013200
           05 WS-RPT-LINE-CNT           PIC 9(03) COMP.                 00013300
           05 WS-RPT-PAGE-CNT           PIC 9(03) COMP.                 00013400
       01 WS-RPT-LINES-PER-PAGE         PIC 9(03) VALUE 50.             00013500
                                                                        00013600
       01 RPT-HEADER-1.                                                 00013700
           05 FILLER           PIC X(32) VALUE                          00013800
                'RETURNED MAIL - CALL LIST  DATE:'.                     00013900
           05 FILLER           PIC X(01) VALUE SPACE.                   00014000
           05 RPT-H1-DATE      PIC X(08).                               00014100
           05 FILLER           PIC X(05) VALUE SPACE.                   00014200
           05 FILLER           PIC X(05) VALUE 'PAGE '.                 00014300
           05 RPT-H1-PAGE      PIC ZZZ9.                                00014400
           05 FILLER           PIC X(25) VALUE SPACE.                   00014500
       01 RPT-HEADER-2.                                                 00014600
           05 FILLER           PIC X(06) VALUE 'PATNT'.                 00014700
           05 FILLER           PIC X(21) VALUE 'NAME'.                  00014800
           05 FILLER           PIC X(11) VALUE 'PHONE'.                 00014900
           05 FILLER           PIC X(21) VALUE 'RETURNED FROM'.         00015000
           05 FILLER           PIC X(21) VALUE 'NOTE'.                  00015100
       01 RPT-DETAIL.                                                   00015200
           05 RPT-D-PATIENTID  PIC X(05).                               00015300
           05 FILLER           PIC X(01) VALUE SPACE.                   00015400
           05 RPT-D-PATNAME    PIC X(20).                               00015500
           05 FILLER           PIC X(01) VALUE SPACE.                   00015600
           05 RPT-D-PATPHONE   PIC X(10).                               00015700
           05 FILLER           PIC X(01) VALUE SPACE.                   00015800
           05 RPT-D-STREET     PIC X(20).                               00015900
           05 FILLER           PIC X(01) VALUE SPACE.                   00016000
           05 RPT-D-NOTE       PIC X(21).                               00016100
       01 RPT-COUNT-LINE.                                               00016200
           05 RPT-C-LABEL      PIC X(30).                               00016300
           05 RPT-C-CNT        PIC ZZZZZZZ9.                            00016400
           05 FILLER           PIC X(42) VALUE SPACE.                   00016500
                                                                        00016600
       01 QUAL-SSA-PATIENT.                                             00016700
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00016800
           05  FILLER      PIC X(01) VALUE '('.                         00016900
           05  FIELD       PIC X(08) VALUE 'PATIENID'.                  00017000
           05  OPER        PIC X(02) VALUE 'EQ'.                        00017100
           05  FIELD-VAL   PIC X(05) VALUE SPACE.                       00017200
           05  FILLER      PIC X(01) VALUE ')'.                         00017300
                                                                        00017400
       01 QUAL-SSA-ADDRESS.                                             00017500
           05  SEGNAME     PIC X(8) VALUE 'ADDRESS'.                    00017600
           05  FILLER      PIC X(1) VALUE '('.                          00017700
           05  FIELD-NAME  PIC X(8) VALUE 'ADREFFDT'.                   00017800
           05  OPER        PIC X(2) VALUE 'EQ'.                         00017900
           05  FIELD-VAL   PIC X(8) VALUE SPACE.                        00018000
           05  FILLER      PIC X(1) VALUE ')'.                          00018100
                                                                        00018200
       01 UNQUAL-SSA-ADDRESS.                                           00018300
           05 SEGMENT-NAME PIC X(8) VALUE 'ADDRESS'.                    00018400
           05 FILLER PIC X VALUE SPACE.                                 00018500
                                                                        00018600
       01 DLI-FUNCTIONS.                                                00018700
        05 DLI-GU   PIC X(4) VALUE 'GU '.                               00018800
        05 DLI-GHU  PIC X(4) VALUE 'GHU '.                              00018900
        05 DLI-GN   PIC X(4) VALUE 'GN '.                               00019000
        05 DLI-GHN  PIC X(4) VALUE 'GHN '.                              00019100
        05 DLI-GNP  PIC X(4) VALUE 'GNP '.                              00019200
        05 DLI-GHNP PIC X(4) VALUE 'GHNP'.                              00019300
        05 DLI-ISRT PIC X(4) VALUE 'ISRT'.                              00019400
        05 DLI-DLET PIC X(4) VALUE 'DLET'.                              00019500
        05 DLI-REPL PIC X(4) VALUE 'REPL'.                              00019600
        05 DLI-CHKP PIC X(4) VALUE 'CHKP'.                              00019700
        05 DLI-XRST PIC X(4) VALUE 'XRST'.                              00019800
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00019900
                                                                        00020000
       01 SEG-IO-AREA     PIC X(60).                                    00020100
                                                                        00020200
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00020300
           05 WS-PATIENT-ID        PIC X(05).                           00020400
           05 WS-PATNAME           PIC X(20).                           00020500
           05 WS-PATDOB            PIC X(08).                           00020600
           05 WS-PATPHONE          PIC X(10).                           00020700
           05 WS-PATINSUR          PIC X(15).                           00020800
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00020900
              88 WS-PAT-IS-DECEASED   VALUE 'D'.                        00021000
           05 FILLER               PIC X(01).                           00021100
                                                                        00021200
      * segment ADDRESS, enfant de PATIENT, cle ADREFFDT                00021300
       01 WS-ADDRESS-SEG.                                               00021400
          05 WS-ADR-EFFDATE  PIC X(08).                                 00021500
          05 WS-ADR-STREET   PIC X(20).                                 00021600
          05 WS-ADR-CITY     PIC X(15).                                 00021700
          05 WS-ADR-REGION   PIC X(02).                                 00021800
          05 WS-ADR-POSTAL   PIC X(07).                                 00021900
      *       U = mail returned from it                                 00022000
          05 WS-ADR-UNDELIV  PIC X(01).                                 00022100
             88 WS-ADR-UNDELIVERABLE    VALUE 'U'.                      00022200
          05 FILLER          PIC X(07).                                 00022300
                                                                        00022400
      *-----------------------*                                         00022500
       LINKAGE SECTION.                                                 00022600
      *-----------------------*                                         00022700
                                                                        00022800
      * psb to get and replace the address                              00022900
        01 PCB-MASK-GI.                                                 00023000
           03 DBD-NAME        PIC X(8).                                 00023100
           03 SEG-LEVEL       PIC XX.                                   00023200
           03 STATUS-CODE     PIC XX.                                   00023300
           03 PROC-OPT        PIC X(4).                                 00023400
           03 FILLER          PIC X(4).                                 00023500
           03 SEG-NAME        PIC X(8).                                 00023600
           03 KEY-FDBK        PIC S9(5) COMP.                           00023700
           03 NUM-SENSEG      PIC S9(5) COMP.                           00023800
           03 KEY-FDBK-AREA.                                            00023900
              05 PATIENT-KEY    PIC X(5).                               00024000
              05 MEDICAL-KEY    PIC X(6).                               00024100
              05 DRUG-KEY       PIC X(8).                               00024200
              05 BILLING-KEY    PIC X(8).                               00024300
                                                                        00024400
      *-----------------------*                                         00024500
       PROCEDURE DIVISION.                                              00024600
      *-----------------------*                                         00024700
                                                                        00024800
           INITIALIZE PCB-MASK-GI.                                      00024900
           ENTRY 'DLITCBL' USING PCB-MASK-GI.                           00025000
                                                                        00025100
           DISPLAY "***** DEBUT PROCEDURE DIVISION *****".              00025200
                                                                        00025300
           PERFORM 1000-INIT                                            00025400
              THRU 1000-INIT-END.                                       00025500
                                                                        00025600
           DISPLAY '1_____MARK RETURNED ADDRESSES'.                     00025700
           PERFORM 5000-APPLY-RETURN                                    00025800
              THRU 5000-APPLY-RETURN-END                                00025900
              UNTIL WS-RET-EOF.                                         00026000
                                                                        00026100
           PERFORM 7000-WRITE-TOTALS                                    00026200
              THRU 7000-WRITE-TOTALS-END.                               00026300
                                                                        00026400
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00026500
           DISPLAY 'RECORDS READ     : ' WS-NO-READ-RET.                00026600
           DISPLAY 'ADDRESSES MARKED : ' WS-NO-MARKED.                  00026700
           DISPLAY 'ALREADY MARKED   : ' WS-NO-ALREADY.                 00026800
           DISPLAY 'PATIENT DECEASED : ' WS-NO-DECEASED.                00026900
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00027000
           CLOSE RET-IN.                                                00027100
           CLOSE REJOUT.                                                00027200
           CLOSE RPT01-OUT.                                             00027300
           CLOSE TCHLOG.                                                00027400
                                                                        00027500
           IF WS-NO-REJECTS > 0                                         00027600
              MOVE 8 TO RETURN-CODE                                     00027700
           END-IF.                                                      00027800
                                                                        00027900
           GOBACK.                                                      00028000
                                                                        00028100
      *------------*                                                    00028200
       1000-INIT.                                                       00028300
      *------------*                                                    00028400
           DISPLAY "***** INIT PROCESS *****".                          00028500
                                                                        00028600
           MOVE SPACE TO WS-FILE-STATUS.                                00028700
           MOVE ZEROES TO WS-COUNTERS.                                  00028800
           INITIALIZE WS-RPT-COUNTERS.                                  00028900
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          00029000
                                                                        00029100
           OPEN INPUT  RET-IN.                                          00029200
           OPEN OUTPUT REJOUT.                                          00029300
           OPEN OUTPUT RPT01-OUT.                                       00029400
      *    the touched-patient journal grows run over run               00029500
           OPEN EXTEND TCHLOG.                                          00029600
           IF WS-TCH-FS NOT = '00'                                      00029700
              OPEN OUTPUT TCHLOG                                        00029800
           END-IF.                                                      00029900
                                                                        00030000
           IF WS-RET-FS NOT = "00"                                      00030100
      D      DISPLAY "ERROR OPEN FILE RETIN: " WS-RET-FS                00030200
             PERFORM 9999-ABEND                                         00030300
                THRU 9999-ABEND-END                                     00030400
           ELSE                                                         00030500
      D      DISPLAY "OPEN RETIN IS OK"                                 00030600
           END-IF.                                                      00030700
                                                                        00030800
           PERFORM 4000-WRITE-HEADERS                                   00030900
              THRU 4000-WRITE-HEADERS-END.                              00031000
                                                                        00031100
      *    first read of the input file                                 00031200
           PERFORM 8100-READ-RET                                        00031300
              THRU 8100-READ-RET-END.                                   00031400
                                                                        00031500
           DISPLAY "***** FIN INIT PROCESS *****".                      00031600
                                                                        00031700
      *----------------*                                                00031800
       1000-INIT-END.                                                   00031900
      *----------------*                                                00032000
           EXIT.                                                        00032100
                                                                        00032200
      *-------------------------*                                       00032300
       4000-WRITE-HEADERS.                                              00032400
      *-------------------------*                                       00032500
           ADD 1 TO WS-RPT-PAGE-CNT.                                    00032600
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE.                         00032700
           MOVE WS-TODAY        TO RPT-H1-DATE.                         00032800
           IF WS-RPT-PAGE-CNT = 1                                       00032900
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00033000
           ELSE                                                         00033100
              WRITE RPT01-OUT-REC FROM RPT-HEADER-1                     00033200
                 AFTER ADVANCING PAGE                                   00033300
           END-IF.                                                      00033400
           WRITE RPT01-OUT-REC FROM RPT-HEADER-2                        00033500
              AFTER ADVANCING 2 LINES.                                  00033600
           MOVE 3 TO WS-RPT-LINE-CNT.                                   00033700
      *-------------------------*                                       00033800
       4000-WRITE-HEADERS-END.                                          00033900
      *-------------------------*                                       00034000
           EXIT.                                                        00034100
                                                                        00034200
      *-------------------------*                                       00034300
       4100-WRITE-CALL-LINE.                                            00034400
      *-------------------------*                                       00034500
           IF WS-RPT-LINE-CNT >= WS-RPT-LINES-PER-PAGE                  00034600
              PERFORM 4000-WRITE-HEADERS                                00034700
                 THRU 4000-WRITE-HEADERS-END                            00034800
           END-IF.                                                      00034900
           MOVE RET-PATIENID     TO RPT-D-PATIENTID.                    00035000
           MOVE WS-SAVE-PATNAME  TO RPT-D-PATNAME.                      00035100
           MOVE WS-SAVE-PATPHONE TO RPT-D-PATPHONE.                     00035200
           IF WS-SAVE-PATPHONE = SPACE                                  00035300
              MOVE 'NO PHONE' TO RPT-D-PATPHONE                         00035400
           END-IF.                                                      00035500
           MOVE WS-CA-STREET     TO RPT-D-STREET.                       00035600
           WRITE RPT01-OUT-REC FROM RPT-DETAIL                          00035700
              AFTER ADVANCING 1 LINE.                                   00035800
           ADD 1 TO WS-RPT-LINE-CNT.                                    00035900
      *-------------------------*                                       00036000
       4100-WRITE-CALL-LINE-END.                                        00036100
      *-------------------------*                                       00036200
           EXIT.                                                        00036300
                                                                        00036400
      *-------------------------*                                       00036500
       4160-GET-CURRENT-ADDRESS.                                        00036600
      *-------------------------*                                       00036700
      *    the newest effective date is the mailing address             00036800
           MOVE SPACE TO WS-CUR-ADDRESS.                                00036900
           MOVE LOW-VALUE TO WS-ADR-BEST-EFFDATE.                       00037000
           PERFORM 4170-READ-ONE-ADDRESS                                00037100
              THRU 4170-READ-ONE-ADDRESS-END                            00037200
              UNTIL STATUS-CODE NOT = SPACE.                            00037300
           MOVE '  ' TO STATUS-CODE.                                    00037400
      *-------------------------*                                       00037500
       4160-GET-CURRENT-ADDRESS-END.                                    00037600
      *-------------------------*                                       00037700
           EXIT.                                                        00037800
                                                                        00037900
      *-------------------------*                                       00038000
       4170-READ-ONE-ADDRESS.                                           00038100
      *-------------------------*                                       00038200
           INITIALIZE SEG-IO-AREA.                                      00038300
           CALL 'CBLTDLI' USING DLI-GN,                                 00038400
                                PCB-MASK-GI,                            00038500
                                SEG-IO-AREA,                            00038600
                                QUAL-SSA-PATIENT,                       00038700
                                UNQUAL-SSA-ADDRESS.                     00038800
                                                                        00038900
           IF STATUS-CODE = '  '                                        00039000
              MOVE SEG-IO-AREA TO WS-ADDRESS-READ-SEG                   00039100
              IF WS-AR-EFFDATE > WS-ADR-BEST-EFFDATE                    00039200
                 MOVE WS-AR-EFFDATE TO WS-ADR-BEST-EFFDATE              00039300
                 MOVE WS-AR-STREET  TO WS-CA-STREET                     00039400
                 MOVE WS-AR-CITY    TO WS-CA-CITY                       00039500
                 MOVE WS-AR-REGION  TO WS-CA-REGION                     00039600
                 MOVE WS-AR-POSTAL  TO WS-CA-POSTAL                     00039700
                 MOVE WS-AR-UNDELIV TO WS-CA-UNDELIV                    00039800
              END-IF                                                    00039900
           END-IF.                                                      00040000
      *-------------------------*                                       00040100
       4170-READ-ONE-ADDRESS-END.                                       00040200
      *-------------------------*                                       00040300
           EXIT.                                                        00040400
                                                                        00040500
      *-----------------------*                                         00040600
       5000-APPLY-RETURN.                                               00040700
      *-----------------------*                                         00040800
           PERFORM 5100-MARK-ONE-ADDRESS                                00040900
              THRU 5100-MARK-ONE-ADDRESS-END.                           00041000
                                                                        00041100
           IF NOT WS-RET-EOF                                            00041200
              PERFORM 8100-READ-RET                                     00041300
                 THRU 8100-READ-RET-END                                 00041400
           END-IF.                                                      00041500
      *-----------------------*                                         00041600
       5000-APPLY-RETURN-END.                                           00041700
      *-----------------------*                                         00041800
           EXIT.                                                        00041900
                                                                        00042000
      *-----------------------*                                         00042100
       5100-MARK-ONE-ADDRESS.                                           00042200
      *-----------------------*                                         00042300
           MOVE RET-PATIENID TO FIELD-VAL OF QUAL-SSA-PATIENT.          00042400
           INITIALIZE SEG-IO-AREA.                                      00042500
           CALL 'CBLTDLI' USING DLI-GU,                                 00042600
                                PCB-MASK-GI,                            00042700
                                SEG-IO-AREA,                            00042800
                                QUAL-SSA-PATIENT.                       00042900
                                                                        00043000
           IF STATUS-CODE NOT = '  '                                    00043100
              MOVE 'PATIENT NOT FOUND' TO REJ-REASON                    00043200
              PERFORM 5900-WRITE-REJECT                                 00043300
                 THRU 5900-WRITE-REJECT-END                             00043400
              GO TO 5100-MARK-ONE-ADDRESS-END                           00043500
           END-IF.                                                      00043600
                                                                        00043700
      *    nothing is mailed to a deceased patient anyway, and          00043800
      *    there is nobody for the desk to call                         00043900
           IF WS-PAT-IS-DECEASED                                        00044000
              DISPLAY 'PATIENT DECEASED - IGNORED: ' RET-PATIENID       00044100
              ADD 1 TO WS-NO-DECEASED                                   00044200
              GO TO 5100-MARK-ONE-ADDRESS-END                           00044300
           END-IF.                                                      00044400
                                                                        00044500
           MOVE WS-PATNAME  TO WS-SAVE-PATNAME.                         00044600
           MOVE WS-PATPHONE TO WS-SAVE-PATPHONE.                        00044700
                                                                        00044800
           PERFORM 4160-GET-CURRENT-ADDRESS                             00044900
              THRU 4160-GET-CURRENT-ADDRESS-END.                        00045000
           IF WS-ADR-BEST-EFFDATE = LOW-VALUE                           00045100
              MOVE 'NO ADDRESS ON FILE' TO REJ-REASON                   00045200
              PERFORM 5900-WRITE-REJECT                                 00045300
                 THRU 5900-WRITE-REJECT-END                             00045400
              GO TO 5100-MARK-ONE-ADDRESS-END                           00045500
           END-IF.                                                      00045600
                                                                        00045700
      *    returned again before a new address came in: still on        00045800
      *    the call list, nothing to change on the database             00045900
           IF WS-CA-UNDELIVERABLE                                       00046000
              ADD 1 TO WS-NO-ALREADY                                    00046100
              MOVE 'RETURNED AGAIN' TO RPT-D-NOTE                       00046200
              PERFORM 4100-WRITE-CALL-LINE                              00046300
                 THRU 4100-WRITE-CALL-LINE-END                          00046400
              GO TO 5100-MARK-ONE-ADDRESS-END                           00046500
           END-IF.                                                      00046600
                                                                        00046700
           MOVE WS-ADR-BEST-EFFDATE TO FIELD-VAL OF QUAL-SSA-ADDRESS.   00046800
           CALL 'CBLTDLI' USING DLI-GHU,                                00046900
                                PCB-MASK-GI,                            00047000
                                SEG-IO-AREA,                            00047100
                                QUAL-SSA-PATIENT,                       00047200
                                QUAL-SSA-ADDRESS.                       00047300
                                                                        00047400
           IF STATUS-CODE NOT = '  '                                    00047500
              DISPLAY 'ERROR GHU ADDRESS:' STATUS-CODE                  00047600
              MOVE 'GHU FAILED - SEE STATUS CODE' TO REJ-REASON         00047700
              PERFORM 5900-WRITE-REJECT                                 00047800
                 THRU 5900-WRITE-REJECT-END                             00047900
              GO TO 5100-MARK-ONE-ADDRESS-END                           00048000
           END-IF.                                                      00048100
                                                                        00048200
           MOVE SEG-IO-AREA TO WS-ADDRESS-SEG.                          00048300
           SET WS-ADR-UNDELIVERABLE TO TRUE.                            00048400
                                                                        00048500
           CALL 'CBLTDLI' USING DLI-REPL,                               00048600
                                PCB-MASK-GI,                            00048700
                                WS-ADDRESS-SEG.                         00048800
                                                                        00048900
           IF STATUS-CODE = '  '                                        00049000
              DISPLAY 'ADDRESS MARKED UNDELIVERABLE: ' RET-PATIENID     00049100
                 ' EFF ' WS-ADR-EFFDATE                                 00049200
              ADD 1 TO WS-NO-MARKED                                     00049300
              PERFORM 8900-WRITE-TCHLOG                                 00049400
                 THRU 8900-WRITE-TCHLOG-END                             00049500
              MOVE 'MARKED UNDELIVERABLE' TO RPT-D-NOTE                 00049600
              PERFORM 4100-WRITE-CALL-LINE                              00049700
                 THRU 4100-WRITE-CALL-LINE-END                          00049800
           ELSE                                                         00049900
              DISPLAY 'ERROR IN REPLACE:' STATUS-CODE                   00050000
              MOVE 'REPL FAILED - SEE STATUS CODE' TO REJ-REASON        00050100
              PERFORM 5900-WRITE-REJECT                                 00050200
                 THRU 5900-WRITE-REJECT-END                             00050300
           END-IF.                                                      00050400
      *-----------------------*                                         00050500
       5100-MARK-ONE-ADDRESS-END.                                       00050600
      *-----------------------*                                         00050700
           EXIT.                                                        00050800
                                                                        00050900
      *-----------------------*                                         00051000
       5900-WRITE-REJECT.                                               00051100
      *-----------------------*                                         00051200
           DISPLAY 'RETURN REJECTED: ' RET-PATIENID ' ' REJ-REASON.     00051300
           MOVE RET-PATIENID       TO REJ-PATIENID.                     00051400
           MOVE RET-SCAN-DATE      TO REJ-SCAN-DATE.                    00051500
           MOVE STATUS-CODE        TO REJ-STATUS-CODE.                  00051600
           WRITE REJ-OUT-REC.                                           00051700
           ADD 1 TO WS-NO-REJECTS.                                      00051800
      *-----------------------*                                         00051900
       5900-WRITE-REJECT-END.                                           00052000
      *-----------------------*                                         00052100
           EXIT.                                                        00052200
                                                                        00052300
      *-------------------------*                                       00052400
       7000-WRITE-TOTALS.                                               00052500
      *-------------------------*                                       00052600
           MOVE 'ADDRESSES MARKED' TO RPT-C-LABEL.                      00052700
           MOVE WS-NO-MARKED TO RPT-C-CNT.                              00052800
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00052900
              AFTER ADVANCING 2 LINES.                                  00053000
           MOVE 'RETURNED AGAIN' TO RPT-C-LABEL.                        00053100
           MOVE WS-NO-ALREADY TO RPT-C-CNT.                             00053200
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00053300
              AFTER ADVANCING 1 LINE.                                   00053400
           MOVE 'REJECTED - SEE REJOUT' TO RPT-C-LABEL.                 00053500
           MOVE WS-NO-REJECTS TO RPT-C-CNT.                             00053600
           WRITE RPT01-OUT-REC FROM RPT-COUNT-LINE                      00053700
              AFTER ADVANCING 1 LINE.                                   00053800
      *-------------------------*                                       00053900
       7000-WRITE-TOTALS-END.                                           00054000
      *-------------------------*                                       00054100
           EXIT.                                                        00054200
                                                                        00054300
      *---------------*                                                 00054400
       8100-READ-RET.                                                   00054500
      *---------------*                                                 00054600
                                                                        00054700
           INITIALIZE RET-IN-REC.                                       00054800
                                                                        00054900
           READ RET-IN                                                  00055000
           END-READ.                                                    00055100
                                                                        00055200
           EVALUATE TRUE                                                00055300
                                                                        00055400
             WHEN WS-RET-FS = '00'                                      00055500
               ADD 1 TO WS-NO-READ-RET                                  00055600
      D        DISPLAY "READ FILE OK: " RET-IN-REC                      00055700
               CONTINUE                                                 00055800
             WHEN WS-RET-FS = '10'                                      00055900
               SET WS-RET-EOF TO TRUE                                   00056000
      D        DISPLAY "WS-RET-END-OF-FILE " WS-RET-END-OF-FILE         00056100
             WHEN OTHER                                                 00056200
      D        DISPLAY "ERROR READ FILE RETIN !!!: " WS-RET-FS          00056300
               PERFORM 9999-ABEND                                       00056400
                  THRU 9999-ABEND-END                                   00056500
                                                                        00056600
           END-EVALUATE.                                                00056700
                                                                        00056800
      *-------------------*                                             00056900
       8100-READ-RET-END.                                               00057000
      *-------------------*                                             00057100
           EXIT.                                                        00057200
                                                                        00057300
      *-----------------------*                                         00057400
       8900-WRITE-TCHLOG.                                               00057500
      *-----------------------*                                         00057600
      *    the incremental unload (DBUNLDI) picks tonight's             00057700
      *    touched patients off this journal                            00057800
           MOVE SPACE          TO TCH-REC.                              00057900
           MOVE RET-PATIENID   TO TCH-PATIENID.                         00058000
           MOVE 'PRETMAIL'     TO TCH-PGM.                              00058100
           ACCEPT WS-TCH-DATE FROM DATE YYYYMMDD.                       00058200
           MOVE WS-TCH-DATE    TO TCH-DATE.                             00058300
           WRITE TCH-REC.                                               00058400
      *-----------------------*                                         00058500
       8900-WRITE-TCHLOG-END.                                           00058600
      *-----------------------*                                         00058700
           EXIT.                                                        00058800
                                                                        00058900
      *-------------------*                                             00059000
       9999-ABEND.                                                      00059100
      *-------------------*                                             00059200
      D    DISPLAY "WE ARE IN ABEND".                                   00059300
      *    WE FORCE AN ABEND                                            00059400
      *>      MOVE +40                TO WS-USER-ABEND-CODE             00059500
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE             00059600
           GOBACK.                                                      00059700
      *-------------------*                                             00059800
       9999-ABEND-END.                                                  00059900
      *-------------------*                                             00060000
           EXIT.                                                        00060100
