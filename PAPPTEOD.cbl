      *      rendez-vous tenu, et l'enregistrement TRAILER avec         00001600
      *      les comptes de controle que PCREA balance. La boucle       00001700
      *      comptoir-base est ainsi fermee sans ressaisie.             00001800
      *      Une visite deja saisie en ligne au point de soins          00001825
      *      (KEPTLOG, ecrit par PTRTENT) a deja son TREATMNT:          00001850
      *      le rendez-vous tenu correspondant n'est pas renvoye.       00001875
      *                                                                 00001900
      * Fichier entree: CTLCARD, la date du jour (YYYYMMDD)             00002000
      * Fichier entree: APPTIN, maitre des rendez-vous                  00002100
      * Fichier entree: KEPTLOG, visites saisies en ligne               00002150
      * Fichier sortie: FI01OUT, insertions TREATMNT pour PCREA         00002200
      *----------------------------------------------------------*      00002300
      *--------------------*                                            00002400
           SELECT FI01-OUT ASSIGN TO FI01OUT                            00003900
           ORGANIZATION IS SEQUENTIAL                                   00004000
           FILE STATUS IS WS-FI01-FS.                                   00004100
           SELECT KEPTLOG ASSIGN TO KEPTLOG                             00004125
           ORGANIZATION IS SEQUENTIAL                                   00004150
           FILE STATUS IS WS-KPL-FS.                                    00004175
      *----------------*                                                00004200
       DATA DIVISION.                                                   00004300
      *----------------*                                                00004400
       FD  FI01-OUT RECORDING MODE F.                                   00006800
       01  FI01-OUT-DATA                PIC X(80).                      00006900
                                                                        00007000
      *    visites saisies en ligne, ecrites par PTRTENT                00007005
       FD  KEPTLOG RECORDING MODE F.                                    00007011
       01  KPL-REC.                                                     00007017
           05 KPL-PATIENID      PIC X(05).                              00007023
           05 FILLER            PIC X(01).                              00007029
           05 KPL-TRDATE        PIC X(08).                              00007035
           05 FILLER            PIC X(01).                              00007041
           05 KPL-DOCTOR        PIC X(20).                              00007047
           05 FILLER            PIC X(01).                              00007052
           05 KPL-TRTNAME       PIC X(20).                              00007058
           05 FILLER            PIC X(01).                              00007064
           05 KPL-REC-DATE      PIC 9(08).                              00007070
           05 FILLER            PIC X(01).                              00007076
           05 KPL-ORIGIN        PIC X(08).                              00007082
           05 FILLER            PIC X(06).                              00007088
                                                                        00007094
      *-----------------------*                                         00007100
       WORKING-STORAGE SECTION.                                         00007200
      *-----------------------*                                         00007300
          05 WS-CTL-FS                 PIC X(2).                        00007500
          05 WS-APT-FS                 PIC X(2).                        00007600
          05 WS-FI01-FS                PIC X(2).                        00007700
          05 WS-KPL-FS                 PIC X(2).                        00007750
                                                                        00007800
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00007900
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00008000
                                                                        00008016
       01 WS-KPL-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00008033
          88 WS-KPL-EOF                 VALUE 'TRUE'.                   00008050
       01 WS-KPL-FOUND                  PIC X(01) VALUE 'N'.            00008066
          88 WS-KPL-HIT                 VALUE 'Y'.                      00008083
                                                                        00008100
       01 WS-EOD-DATE                   PIC X(08).                      00008200
                                                                        00008300
       01 WS-COUNTERS.                                                  00008400
           05 WS-NO-PAT-RECS               PIC 9(8).                    00008500
           05 WS-NO-TRT-RECS               PIC 9(8).                    00008600
           05 WS-NO-ONLINE-SKIP            PIC 9(8).                    00008650
                                                                        00008700
      *    enregistrement de sortie au format FI01 de PCREA             00008800
       01 WS-REC-FI01.                                                  00008900
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00014200
           DISPLAY 'PATIENT RECORDS WRITTEN : ' WS-NO-PAT-RECS.         00014300
           DISPLAY 'TREATMNT RECORDS WRITTEN: ' WS-NO-TRT-RECS.         00014400
           DISPLAY 'ENTERED ONLINE, SKIPPED : ' WS-NO-ONLINE-SKIP.      00014450
                                                                        00014500
           GOBACK.                                                      00014600
                                                                        00014700
              UNTIL WS-APT-EOF.                                         00018800
           CLOSE APPT-IN.                                               00018900
           DISPLAY 'KEPT APPOINTMENTS FOR THE DAY: ' WS-KPT-COUNT.      00019000
                                                                        00019007
      *    a visit already entered online is on the database -          00019014
      *    sending it again would only come back as a duplicate         00019021
           OPEN INPUT KEPTLOG.                                          00019028
           IF WS-KPL-FS = '00'                                          00019035
              PERFORM 1200-SKIP-ONLINE-VISITS                           00019042
                 THRU 1200-SKIP-ONLINE-VISITS-END                       00019050
                 UNTIL WS-KPL-EOF                                       00019057
              CLOSE KEPTLOG                                             00019064
              DISPLAY 'ALREADY ENTERED ONLINE: ' WS-NO-ONLINE-SKIP      00019071
           ELSE                                                         00019078
              DISPLAY 'KEPTLOG NOT AVAILABLE - NO ONLINE VISITS'        00019085
           END-IF.                                                      00019092
                                                                        00019100
           OPEN OUTPUT FI01-OUT.                                        00019200
                                                                        00019300
           EXIT.                                                        00023300
                                                                        00023400
      *-----------------------*                                         00023500
       1200-SKIP-ONLINE-VISITS.                                         00023502
      *-----------------------*                                         00023504
           READ KEPTLOG                                                 00023506
           END-READ.                                                    00023508
                                                                        00023510
           EVALUATE TRUE                                                00023512
             WHEN WS-KPL-FS = '00'                                      00023514
               IF KPL-TRDATE = WS-EOD-DATE                              00023516
                  MOVE 'N' TO WS-KPL-FOUND                              00023518
                  PERFORM 1210-MATCH-ONLINE-VISIT                       00023520
                     THRU 1210-MATCH-ONLINE-VISIT-END                   00023522
                     VARYING KPT-IDX FROM 1 BY 1                        00023525
                     UNTIL KPT-IDX > WS-KPT-COUNT                       00023527
                        OR WS-KPL-HIT                                   00023529
               END-IF                                                   00023531
             WHEN WS-KPL-FS = '10'                                      00023533
               SET WS-KPL-EOF TO TRUE                                   00023535
             WHEN OTHER                                                 00023537
      D        DISPLAY "ERROR READ FILE KEPTLOG !!!: " WS-KPL-FS        00023539
               PERFORM 9999-ABEND                                       00023541
                  THRU 9999-ABEND-END                                   00023543
           END-EVALUATE.                                                00023545
      *-----------------------*                                         00023547
       1200-SKIP-ONLINE-VISITS-END.                                     00023550
      *-----------------------*                                         00023552
           EXIT.                                                        00023554
                                                                        00023556
      *-----------------------*                                         00023558
       1210-MATCH-ONLINE-VISIT.                                         00023560
      *-----------------------*                                         00023562
      *    one online visit stands for one kept appointment of the      00023564
      *    patient with the same doctor                                 00023566
           IF WS-KP-PATIENID (KPT-IDX) = KPL-PATIENID                   00023568
              AND WS-KP-DOCTOR (KPT-IDX) = KPL-DOCTOR                   00023570
              AND WS-KP-DONE (KPT-IDX) = 'N'                            00023572
              MOVE 'Y' TO WS-KP-DONE (KPT-IDX)                          00023575
              MOVE 'Y' TO WS-KPL-FOUND                                  00023577
              ADD 1 TO WS-NO-ONLINE-SKIP                                00023579
              DISPLAY 'ENTERED ONLINE - NOT SENT: ' KPL-PATIENID        00023581
                 ' ' KPL-TRTNAME                                        00023583
           END-IF.                                                      00023585
      *-----------------------*                                         00023587
       1210-MATCH-ONLINE-VISIT-END.                                     00023589
      *-----------------------*                                         00023591
           EXIT.                                                        00023593
                                                                        00023595
      *-----------------------*                                         00023597
       3000-EXTRACT-NEXT-PATIENT.                                       00023600
      *-----------------------*                                         00023700
      *    the table is walked in order; the first kept visit           00023800
       3100-WRITE-ONE-TREATMNT.                                         00026300
      *-----------------------*                                         00026400
           IF WS-KP-PATIENID (KPT-IDX) NOT = WS-CUR-PATIENID            00026500
              OR WS-KP-DONE (KPT-IDX) = 'Y'                             00026550
              GO TO 3100-WRITE-ONE-TREATMNT-END                         00026600
           END-IF.                                                      00026700
           MOVE SPACE                   TO WS-REC-FI01.                 00026800
