      *      nocturne. Balaye la base et totalise les mouvements        00001000
      *      d'argent du jour: nouveaux BILLING 'I' de PBCHARG et       00001100
      *      PBCREA (BILLDATE = date du jour), notes de credit          00001200
      *      'C' et de debit 'D' de PBCREA, segments PAYMENT            00001242
      *      imputes par PBPAYMT (PAYDATE = date du jour, plus          00001285
      *      ceux imputes ce soir sous une autre date, recus par        00001328
      *      l'alimentation GL), et                                     00001371
      *      renversements de cheques retournes (classe NSFREV,         00001414
      *      BILLING 'R' de PBNSF). Chaque                              00001457
      *      classe de mouvement devient une ecriture debit et          00001500
      *      une ecriture credit aux comptes du plan comptable          00001600
      *      (fichier de controle COACTL). Le journal est force         00001700
      *                                                                 00002100
      * Fichier entree: CTLCARD, date du jour (YYYYMMDD)                00002200
      * Fichier entree: GLFDIN, alimentation GL du jour ecrite          00002201
      *      par PBCHARG, PBCREA et PBNSF a la creation des             00002202
      *      BILLING et des memos (les generations du jour,             00002203
      *      concatenees) - la selection par BILLDATE ne tenait         00002204
      *      pas: PBCHARG facture au TRDATE du traitement, et un        00002205
      *      traitement saisi en retard porte une date anterieure;      00002228
      *      PBPAYMT y ajoute les paiements imputes ce soir sous        00002252
      *      une autre date (classe PAYMENT)                            00002276
      * Fichier entree: COACTL, plan comptable (classe de               00002300
      *      mouvement -> compte debit + compte credit)                 00002400
      * Fichier sortie: GLEXT, ecritures de journal equilibrees         00002500
      * Fichier sortie: CTLTOT, totaux de controle du cycle (ajout),    00002525
      *      nombre et montant journalises par classe, rapproches       00002550
      *      par PBBAL avec ceux des programmes d'imputation            00002575
      *----------------------------------------------------------*      00002600
      *--------------------*                                            00002700
       ENVIRONMENT DIVISION.                                            00002800
           SELECT GL-OUT ASSIGN TO GLEXT                                00004200
           ORGANIZATION IS SEQUENTIAL                                   00004300
           FILE STATUS IS WS-GL-FS.                                     00004400
           SELECT CTLTOT ASSIGN TO CTLTOT                               00004425
           ORGANIZATION IS SEQUENTIAL                                   00004450
           FILE STATUS IS WS-CTT-FS.                                    00004475
      *----------------*                                                00004500
       DATA DIVISION.                                                   00004600
      *----------------*                                                00004700
           05 GL-SOURCE         PIC X(08).                              00007600
           05 FILLER            PIC X(37).                              00007700
                                                                        00007800
      *    totaux de controle du cycle: un enregistrement par           00007805
      *    classe de mouvement et par execution, rapproches par PBBAL   00007810
       FD  CTLTOT RECORDING MODE F.                                     00007815
       01  CTT-REC.                                                     00007820
           05 CTT-PROGRAM       PIC X(08).                              00007825
           05 FILLER            PIC X(01).                              00007830
           05 CTT-CYCLE-DATE    PIC 9(08).                              00007835
           05 FILLER            PIC X(01).                              00007840
           05 CTT-TOTAL-ID      PIC X(08).                              00007845
           05 FILLER            PIC X(01).                              00007850
           05 CTT-COUNT         PIC 9(09).                              00007855
           05 FILLER            PIC X(01).                              00007860
           05 CTT-AMOUNT        PIC S9(11)V99.                          00007865
           05 FILLER            PIC X(01).                              00007870
           05 CTT-RUN-DATE      PIC 9(08).                              00007875
           05 FILLER            PIC X(01).                              00007880
           05 CTT-RUN-TIME      PIC 9(08).                              00007885
           05 FILLER            PIC X(12).                              00007890
                                                                        00007895
      *-----------------------*                                         00007900
       WORKING-STORAGE SECTION.                                         00008000
      *-----------------------*                                         00008100
          05 WS-COA-FS                 PIC X(2).                        00008400
          05 WS-GL-FS                  PIC X(2).                        00008500
          05 WS-GLF-FS                 PIC X(2).                        00008501
          05 WS-CTT-FS                 PIC X(2).                        00008550
                                                                        00008600
       01 WS-COA-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00008700
          88 WS-COA-EOF                 VALUE 'TRUE'.                   00008800
          05 WS-TOT-PAYMENT     PIC 9(11)V99 VALUE 0.                   00009900
          05 WS-TOT-CREDMEMO    PIC 9(11)V99 VALUE 0.                   00010000
          05 WS-TOT-DEBMEMO     PIC 9(11)V99 VALUE 0.                   00010100
          05 WS-TOT-NSFREV      PIC 9(11)V99 VALUE 0.                   00010112
       01 WS-DAY-COUNTS.                                                00010125
          05 WS-CNT-CHARGE      PIC 9(09) VALUE 0.                      00010137
          05 WS-CNT-PAYMENT     PIC 9(09) VALUE 0.                      00010150
          05 WS-CNT-CREDMEMO    PIC 9(09) VALUE 0.                      00010162
          05 WS-CNT-DEBMEMO     PIC 9(09) VALUE 0.                      00010175
          05 WS-CNT-NSFREV      PIC 9(09) VALUE 0.                      00010187
                                                                        00010200
      *    total de controle en cours d'ecriture sur CTLTOT             00010212
       01 WS-CTT-TOTAL-ID               PIC X(08).                      00010225
       01 WS-CTT-COUNT                  PIC 9(09).                      00010237
       01 WS-CTT-AMOUNT                 PIC S9(11)V99.                  00010250
       01 WS-CTT-CYCLE-DATE             PIC 9(08).                      00010262
       01 WS-CTT-TODAY                  PIC 9(08).                      00010275
       01 WS-CTT-TIME                   PIC 9(08).                      00010287
      *    plan comptable charge en table                               00010300
       01 WS-COA-TABLE.                                                 00010400
          05 WS-COA-MAX         PIC 9(02) COMP VALUE 20.                00010500
              UNTIL WS-JRN-SUB > WS-JRN-COUNT.                          00024700
           CLOSE GL-OUT.                                                00024800
                                                                        00024900
      *    what was journaled, class by class, for PBBAL - only a       00024903
      *    released extract leaves control totals behind                00024906
           MOVE WS-GL-DATE       TO WS-CTT-CYCLE-DATE.                  00024910
           MOVE 'CHARGE  '       TO WS-CTT-TOTAL-ID.                    00024913
           MOVE WS-CNT-CHARGE    TO WS-CTT-COUNT.                       00024916
           MOVE WS-TOT-CHARGE    TO WS-CTT-AMOUNT.                      00024920
           PERFORM 8970-WRITE-CTLTOT                                    00024923
              THRU 8970-WRITE-CTLTOT-END.                               00024926
           MOVE 'PAYMENT '       TO WS-CTT-TOTAL-ID.                    00024930
           MOVE WS-CNT-PAYMENT   TO WS-CTT-COUNT.                       00024933
           MOVE WS-TOT-PAYMENT   TO WS-CTT-AMOUNT.                      00024936
           PERFORM 8970-WRITE-CTLTOT                                    00024940
              THRU 8970-WRITE-CTLTOT-END.                               00024943
           MOVE 'CREDMEMO'       TO WS-CTT-TOTAL-ID.                    00024946
           MOVE WS-CNT-CREDMEMO  TO WS-CTT-COUNT.                       00024950
           MOVE WS-TOT-CREDMEMO  TO WS-CTT-AMOUNT.                      00024953
           PERFORM 8970-WRITE-CTLTOT                                    00024956
              THRU 8970-WRITE-CTLTOT-END.                               00024960
           MOVE 'DEBMEMO '       TO WS-CTT-TOTAL-ID.                    00024963
           MOVE WS-CNT-DEBMEMO   TO WS-CTT-COUNT.                       00024966
           MOVE WS-TOT-DEBMEMO   TO WS-CTT-AMOUNT.                      00024970
           PERFORM 8970-WRITE-CTLTOT                                    00024973
              THRU 8970-WRITE-CTLTOT-END.                               00024976
           MOVE 'NSFREV  '       TO WS-CTT-TOTAL-ID.                    00024980
           MOVE WS-CNT-NSFREV    TO WS-CTT-COUNT.                       00024983
           MOVE WS-TOT-NSFREV    TO WS-CTT-AMOUNT.                      00024986
           PERFORM 8970-WRITE-CTLTOT                                    00024990
              THRU 8970-WRITE-CTLTOT-END.                               00024993
                                                                        00024996
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00025000
           DISPLAY 'PATIENTS SCANNED   : ' WS-NO-PATIENTS.              00025100
           DISPLAY 'JOURNAL RECORDS    : ' WS-NO-JOURNAL-RECS.          00025200
                  EVALUATE GLF-CLASS                                    00034415
                    WHEN 'CHARGE  '                                     00034416
                      ADD GLF-AMOUNT TO WS-TOT-CHARGE                   00034417
                      ADD 1 TO WS-CNT-CHARGE                            00344171
                    WHEN 'CREDMEMO'                                     00034418
                      ADD GLF-AMOUNT TO WS-TOT-CREDMEMO                 00034419
                      ADD 1 TO WS-CNT-CREDMEMO                          00344191
                    WHEN 'DEBMEMO '                                     00034420
                      ADD GLF-AMOUNT TO WS-TOT-DEBMEMO                  00034421
                      ADD 1 TO WS-CNT-DEBMEMO                           00344211
                    WHEN 'NSFREV  '                                     00344212
                      ADD GLF-AMOUNT TO WS-TOT-NSFREV                   00344213
                      ADD 1 TO WS-CNT-NSFREV                            00344214
      *             a payment PBPAYMT posted under another PAYDATE;     00344215
      *             the database scan only finds tonight's date         00344216
                    WHEN 'PAYMENT '                                     00344217
                      ADD GLF-AMOUNT TO WS-TOT-PAYMENT                  00344218
                      ADD 1 TO WS-CNT-PAYMENT                           00344219
                    WHEN OTHER                                          00034422
                      DISPLAY 'UNKNOWN GL FEED CLASS: ' GLF-CLASS       00034423
                      MOVE 16 TO RETURN-CODE                            00034424
              IF WS-PR-PAYDATE = WS-GL-DATE                             00042900
                 AND WS-PR-PAYAMT NUMERIC                               00043000
                 ADD WS-PR-PAYAMT TO WS-TOT-PAYMENT                     00043100
                 ADD 1 TO WS-CNT-PAYMENT                                00043150
              END-IF                                                    00043200
           END-IF.                                                      00043300
      *-------------------------*                                       00043400
                                                                        00047800
           MOVE 'DEBMEMO ' TO WS-JRN-CLASS.                             00047900
           MOVE WS-TOT-DEBMEMO TO WS-JRN-AMOUNT.                        00048000
           PERFORM 5100-POST-ONE-CLASS                                  00048012
              THRU 5100-POST-ONE-CLASS-END.                             00048025
                                                                        00048037
      *    a returned check puts the receivable back and takes          00048050
      *    the cash out again - its own class so the bank can tie       00048062
           MOVE 'NSFREV  ' TO WS-JRN-CLASS.                             00048075
           MOVE WS-TOT-NSFREV TO WS-JRN-AMOUNT.                         00048087
           PERFORM 5100-POST-ONE-CLASS                                  00048100
              THRU 5100-POST-ONE-CLASS-END.                             00048200
      *-----------------------*                                         00048300
      *-----------------------*                                         00058800
           EXIT.                                                        00058900
                                                                        00059000
      *-----------------------*                                         00059003
       8970-WRITE-CTLTOT.                                               00059006
      *-----------------------*                                         00059009
      *    one control total per call - PBBAL ties them together        00059012
           OPEN EXTEND CTLTOT.                                          00059016
           IF WS-CTT-FS NOT = '00'                                      00059019
              OPEN OUTPUT CTLTOT                                        00059022
           END-IF.                                                      00059025
           IF WS-CTT-FS = '00'                                          00059029
              MOVE SPACE             TO CTT-REC                         00059032
              MOVE 'PBGLEXT '          TO CTT-PROGRAM                   00059035
              MOVE WS-CTT-CYCLE-DATE TO CTT-CYCLE-DATE                  00059038
              MOVE WS-CTT-TOTAL-ID   TO CTT-TOTAL-ID                    00059041
              MOVE WS-CTT-COUNT      TO CTT-COUNT                       00059045
              MOVE WS-CTT-AMOUNT     TO CTT-AMOUNT                      00059048
              ACCEPT WS-CTT-TODAY FROM DATE YYYYMMDD                    00059051
              ACCEPT WS-CTT-TIME FROM TIME                              00059054
              MOVE WS-CTT-TODAY      TO CTT-RUN-DATE                    00059058
              MOVE WS-CTT-TIME       TO CTT-RUN-TIME                    00059061
              WRITE CTT-REC                                             00059064
              CLOSE CTLTOT                                              00059067
           ELSE                                                         00059070
              DISPLAY 'CTLTOT NOT AVAILABLE: ' WS-CTT-FS                00059074
                 ' - ' WS-CTT-TOTAL-ID ' NOT RECORDED'                  00059077
           END-IF.                                                      00059080
      *-----------------------*                                         00059083
       8970-WRITE-CTLTOT-END.                                           00059087
      *-----------------------*                                         00059090
           EXIT.                                                        00059093
                                                                        00059096
      *-------------------*                                             00059100
       9999-ABEND.                                                      00059200
      *-------------------*                                             00059300
