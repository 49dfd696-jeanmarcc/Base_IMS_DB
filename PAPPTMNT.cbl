      *      maitre plus les transactions donnent le nouveau            00001600
      *      maitre (APPTOUT); les transactions refusees partent        00001700
      *      dans APTREJ avec le motif.                                 00001800
      *      A la reservation, le compteur d'absences du patient        00001804
      *      (NSHWMSTR, tenu par PAPPTNSH) est consulte: au-dela        00001808
      *      du seuil de la maison la reservation passe avec un         00001813
      *      avertissement dans APTREJ; un patient bloque par un        00001817
      *      superviseur est refuse, de meme qu'un patient dont le      00001821
      *      deces est inscrit au segment PATIENT.                      00001826
      *      Le calendrier des medecins (DOCSCHD, tenu par              00001830
      *      PDSCHMNT) est applique a la reservation et au              00001834
      *      deplacement: jours de travail, heures, longueur des        00001839
      *      plages, dates bloquees, et pas deux patients dans la       00001843
      *      meme plage du meme medecin.                                00001847
      *      APT-CONFIRM porte la reponse au rappel (PAPPTRSP):         00001852
      *      Y=confirme, U=injoignable, X=annule par le rappel;         00001856
      *      remis a blanc a la reservation et au deplacement.          00001860
      *      Le permis du medecin (CREDFILE, tenu par PCRDMNT) est      00001865
      *      consulte a la reservation et au deplacement: s'il          00001869
      *      expire avant la date du rendez-vous, le rendez-vous        00001873
      *      passe avec un avertissement dans APTREJ.                   00001878
      *      Les visites saisies en ligne au point de soins             00001882
      *      (KEPTLOG, ecrit par PTRTENT) marquent TENU le              00001886
      *      rendez-vous reserve du patient chez le meme medecin        00001891
      *      a la date du traitement, avant les transactions.           00001895
      *                                                                 00001900
      * Fichier entree: APPTIN, maitre des rendez-vous courant          00002000
      * Fichier entree: APTTIN, transactions du comptoir                00002100
      * Fichier entree: DOCMSTR, maitre des medecins                    00002200
      * Fichier entree: NSHWIN, compteurs d'absences par patient        00002220
      * Fichier entree: DOCSCHD, calendrier des medecins                00002240
      * Fichier entree: CREDFILE, permis des medecins                   00002260
      * Fichier entree: KEPTLOG, visites saisies en ligne               00002280
      * Fichier sortie: APPTOUT, nouveau maitre des rendez-vous         00002300
      * Fichier sortie: APTREJ, transactions refusees                   00002400
      *----------------------------------------------------------*      00002500
           SELECT DOCMSTR ASSIGN TO DOCMSTR                             00004100
           ORGANIZATION IS SEQUENTIAL                                   00004200
           FILE STATUS IS WS-DOC-FS.                                    00004300
           SELECT NSHW-IN ASSIGN TO NSHWIN                              00004314
           ORGANIZATION IS SEQUENTIAL                                   00004328
           FILE STATUS IS WS-NSH-FS.                                    00004342
           SELECT DOCSCHD ASSIGN TO DOCSCHD                             00004357
           ORGANIZATION IS SEQUENTIAL                                   00004371
           FILE STATUS IS WS-DSC-FS.                                    00004385
           SELECT APPT-OUT ASSIGN TO APPTOUT                            00004400
           ORGANIZATION IS SEQUENTIAL                                   00004500
           FILE STATUS IS WS-APTO-FS.                                   00004600
           SELECT AREJ-OUT ASSIGN TO APTREJ                             00004700
           ORGANIZATION IS SEQUENTIAL                                   00004800
           FILE STATUS IS WS-AREJ-FS.                                   00004900
           SELECT CRD-IN ASSIGN TO CREDFILE                             00004914
           ORGANIZATION IS SEQUENTIAL                                   00004928
           FILE STATUS IS WS-CRD-FS.                                    00004942
           SELECT KEPTLOG ASSIGN TO KEPTLOG                             00004957
           ORGANIZATION IS SEQUENTIAL                                   00004971
           FILE STATUS IS WS-KPL-FS.                                    00004985
      *----------------*                                                00005000
       DATA DIVISION.                                                   00005100
      *----------------*                                                00005200
           05 APT-TRTNAME       PIC X(20).                              00006600
           05 FILLER            PIC X(01).                              00006700
           05 APT-STATUS        PIC X(01).                              00006800
           05 FILLER            PIC X(01).                              00006850
           05 APT-CONFIRM       PIC X(01).                              00006900
           05 FILLER            PIC X(15).                              00006950
                                                                        00007000
       FD  ATRX-IN RECORDING MODE F.                                    00007100
       01  ATRX-IN-DATA                 PIC X(80).                      00007200
           05 DOC-SPECIALTY             PIC X(20).                      00007900
           05 DOC-ACTIVE                PIC X(01).                      00008000
           05 FILLER                    PIC X(31).                      00008100
                                                                        00008101
      *    compteur d'absences par patient, tenu par PAPPTNSH           00008102
       FD  NSHW-IN RECORDING MODE F.                                    00008104
       01  NSHW-IN-REC.                                                 00008105
           05 NSC-PATIENID      PIC X(05).                              00008106
           05 FILLER            PIC X(01).                              00008108
           05 NSC-COUNT         PIC 9(03).                              00008109
           05 FILLER            PIC X(01).                              00008111
           05 NSC-LAST-DATE     PIC X(08).                              00008112
           05 FILLER            PIC X(01).                              00008113
           05 NSC-HOLD          PIC X(01).                              00008115
           05 FILLER            PIC X(01).                              00008116
           05 NSC-SUPV-ID       PIC X(08).                              00008118
           05 FILLER            PIC X(01).                              00008119
           05 NSC-HOLD-DATE     PIC X(08).                              00008120
           05 FILLER            PIC X(42).                              00008122
                                                                        00008123
      *    calendrier des medecins, tenu par PDSCHMNT: un               00008125
      *    enregistrement H (heures) par medecin, un B par date         00008126
      *    bloquee                                                      00008127
       FD  DOCSCHD RECORDING MODE F.                                    00008129
       01  DSC-REC.                                                     00008130
           05 DSC-DOC-CODE              PIC X(08).                      00008131
           05 FILLER                    PIC X(01).                      00008133
           05 DSC-TYPE                  PIC X(01).                      00008134
           05 FILLER                    PIC X(01).                      00008136
           05 DSC-DATA                  PIC X(69).                      00008137
           05 DSC-HOURS REDEFINES DSC-DATA.                             00008138
              10 DSC-WORKDAYS           PIC X(07).                      00008140
              10 FILLER                 PIC X(01).                      00008141
              10 DSC-START-TIME.                                        00008143
                 15 DSC-START-HH        PIC 9(02).                      00008144
                 15 DSC-START-MI        PIC 9(02).                      00008145
              10 FILLER                 PIC X(01).                      00008147
              10 DSC-END-TIME.                                          00008148
                 15 DSC-END-HH          PIC 9(02).                      00008150
                 15 DSC-END-MI          PIC 9(02).                      00008151
              10 FILLER                 PIC X(01).                      00008152
              10 DSC-SLOT-LEN           PIC 9(03).                      00008154
              10 FILLER                 PIC X(48).                      00008155
           05 DSC-BLOCK REDEFINES DSC-DATA.                             00008156
              10 DSC-BLOCK-DATE         PIC X(08).                      00008158
              10 FILLER                 PIC X(01).                      00008159
              10 DSC-BLOCK-REASON       PIC X(20).                      00008161
              10 FILLER                 PIC X(40).                      00008162
                                                                        00008163
      *    permis d'exercice par DOC-CODE, tenu par PCRDMNT             00008165
       FD  CRD-IN RECORDING MODE F.                                     00008166
       01  CRD-REC.                                                     00008168
           05 CRD-DOC-CODE              PIC X(08).                      00008169
           05 CRD-LICENSE-NO            PIC X(15).                      00008170
           05 CRD-LIC-REGION            PIC X(02).                      00008172
           05 CRD-LIC-EXPDATE           PIC X(08).                      00008173
           05 CRD-STATUS                PIC X(01).                      00008175
           05 FILLER                    PIC X(46).                      00008176
                                                                        00008177
      *    visites saisies en ligne, ecrites par PTRTENT                00008179
       FD  KEPTLOG RECORDING MODE F.                                    00008180
       01  KPL-REC.                                                     00008181
           05 KPL-PATIENID      PIC X(05).                              00008183
           05 FILLER            PIC X(01).                              00008184
           05 KPL-TRDATE        PIC X(08).                              00008186
           05 FILLER            PIC X(01).                              00008187
           05 KPL-DOCTOR        PIC X(20).                              00008188
           05 FILLER            PIC X(01).                              00008190
           05 KPL-TRTNAME       PIC X(20).                              00008191
           05 FILLER            PIC X(01).                              00008193
           05 KPL-REC-DATE      PIC 9(08).                              00008194
           05 FILLER            PIC X(01).                              00008195
           05 KPL-ORIGIN        PIC X(08).                              00008197
           05 FILLER            PIC X(06).                              00008198
                                                                        00008200
       FD  APPT-OUT RECORDING MODE F.                                   00008300
       01  APPT-OUT-REC                 PIC X(80).                      00008400
          05 WS-APT-FS                 PIC X(2).                        00010500
          05 WS-ATR-FS                 PIC X(2).                        00010600
          05 WS-DOC-FS                 PIC X(2).                        00010700
          05 WS-NSH-FS                 PIC X(2).                        00010733
          05 WS-DSC-FS                 PIC X(2).                        00010766
          05 WS-APTO-FS                PIC X(2).                        00010800
          05 WS-AREJ-FS                PIC X(2).                        00010900
          05 WS-CRD-FS                 PIC X(2).                        00010933
          05 WS-KPL-FS                 PIC X(2).                        00010966
                                                                        00011000
       01 WS-COUNTERS.                                                  00011100
           05 WS-NO-READ-ATRX              PIC 9(8).                    00011200
           05 WS-NO-RESCHED                PIC 9(8).                    00011500
           05 WS-NO-KEPT                   PIC 9(8).                    00011600
           05 WS-NO-REJECTS                PIC 9(8).                    00011700
           05 WS-NO-WARNINGS               PIC 9(8).                    00011725
           05 WS-NO-LIC-WARNINGS           PIC 9(8).                    00011750
           05 WS-NO-KEPT-ONLINE            PIC 9(8).                    00011775
                                                                        00011800
       01 WS-APT-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00011900
          88 WS-APT-EOF                 VALUE 'TRUE'.                   00012000
                                                                        00012500
       01 WS-DOC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012600
          88 WS-DOC-EOF                 VALUE 'TRUE'.                   00012700
                                                                        00012707
       01 WS-NSH-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012715
          88 WS-NSH-EOF                 VALUE 'TRUE'.                   00012723
                                                                        00012730
       01 WS-DSC-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012738
          88 WS-DSC-EOF                 VALUE 'TRUE'.                   00012746
                                                                        00012753
       01 WS-CRD-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012761
          88 WS-CRD-EOF                 VALUE 'TRUE'.                   00012769
                                                                        00012776
       01 WS-KPL-END-OF-FILE            PIC X(5) VALUE 'FALSE'.         00012784
          88 WS-KPL-EOF                 VALUE 'TRUE'.                   00012792
                                                                        00012800
      *    une transaction du comptoir par enregistrement               00012900
       01 WS-REC-ATRX.                                                  00013000
             10 WS-AT-DOCTOR    PIC X(20).                              00015700
             10 WS-AT-TRTNAME   PIC X(20).                              00015800
             10 WS-AT-STATUS    PIC X(01).                              00015900
             10 WS-AT-CONFIRM   PIC X(01).                              00015950
                                                                        00016000
       01 WS-APT-FOUND                  PIC X(01) VALUE 'N'.            00016100
          88 WS-APT-HIT                 VALUE 'Y'.                      00016200
                                                                        00017700
       01 WS-PAT-VALID                 PIC X(01) VALUE 'N'.             00017800
          88 WS-PAT-OK                 VALUE 'Y'.                       00017900
          88 WS-PAT-DECEASED           VALUE 'D'.                       00017901
                                                                        00017902
      * no-show counts loaded in table at start of run; above the       00017903
      * threshold a booking is warned, a supervisor hold refuses it     00017904
       01 WS-NOSHOW-THRESHOLD          PIC 9(03) VALUE 3.               00017905
       01 WS-NSC-TABLE.                                                 00017907
          05 WS-NSC-MAX         PIC 9(04) COMP VALUE 2000.              00017908
          05 WS-NSC-COUNT       PIC 9(04) COMP VALUE 0.                 00017909
          05 WS-NSC-ENTRY OCCURS 2000 TIMES INDEXED BY NSC-IDX.         00017910
             10 WS-NC-PATIENID  PIC X(05).                              00017911
             10 WS-NC-COUNT     PIC 9(03).                              00017912
             10 WS-NC-HOLD      PIC X(01).                              00017914
       01 WS-NSC-FOUND                 PIC X(01) VALUE 'N'.             00017915
          88 WS-NSC-HIT                VALUE 'Y'.                       00017916
       01 WS-NSC-HIT-SUB               PIC 9(04) COMP VALUE 0.          00017917
       01 WS-NSC-EDIT                  PIC ZZ9.                         00017918
                                                                        00017920
      * doctor schedule loaded in tables at start of run: hours         00017921
      * per DOC-CODE (times kept in minutes), and blocked dates         00017922
       01 WS-HRS-TABLE.                                                 00017923
          05 WS-HRS-MAX         PIC 9(03) COMP VALUE 100.               00017924
          05 WS-HRS-COUNT       PIC 9(03) COMP VALUE 0.                 00017925
          05 WS-HRS-ENTRY OCCURS 100 TIMES INDEXED BY HRS-IDX.          00017927
             10 WS-HR-DOC-CODE  PIC X(08).                              00017928
             10 WS-HR-WORKDAYS  PIC X(07).                              00017929
             10 WS-HR-START-MIN PIC 9(04).                              00017930
             10 WS-HR-END-MIN   PIC 9(04).                              00017931
             10 WS-HR-SLOT-LEN  PIC 9(03).                              00017932
       01 WS-HRS-FOUND                 PIC X(01) VALUE 'N'.             00017934
          88 WS-HRS-HIT                VALUE 'Y'.                       00017935
       01 WS-HRS-HIT-SUB               PIC 9(03) COMP VALUE 0.          00017936
                                                                        00017937
       01 WS-BLK-TABLE.                                                 00017938
          05 WS-BLK-MAX         PIC 9(03) COMP VALUE 500.               00017940
          05 WS-BLK-COUNT       PIC 9(03) COMP VALUE 0.                 00017941
          05 WS-BLK-ENTRY OCCURS 500 TIMES INDEXED BY BLK-IDX.          00017942
             10 WS-BK-DOC-CODE  PIC X(08).                              00017943
             10 WS-BK-DATE      PIC X(08).                              00017944
       01 WS-BLK-FOUND                 PIC X(01) VALUE 'N'.             00017945
          88 WS-BLK-HIT                VALUE 'Y'.                       00017947
                                                                        00017948
      * the slot being checked against the doctor's calendar; the       00017949
      * entry being moved (reschedule) does not collide with itself     00017950
       01 WS-CHK-DOCTOR                PIC X(20).                       00017951
       01 WS-CHK-DOC-CODE              PIC X(08).                       00017952
       01 WS-CHK-DATE.                                                  00017954
          05 WS-CHK-YYYY               PIC 9(04).                       00017955
          05 WS-CHK-MM                 PIC 9(02).                       00017956
          05 WS-CHK-DD                 PIC 9(02).                       00017957
       01 WS-CHK-TIME.                                                  00017958
          05 WS-CHK-HH                 PIC 9(02).                       00017960
          05 WS-CHK-MI                 PIC 9(02).                       00017961
       01 WS-CHK-SELF-SUB              PIC 9(03) COMP VALUE 0.          00017962
       01 WS-CHK-MIN                   PIC 9(04) COMP VALUE 0.          00017963
       01 WS-CHK-QUOT                  PIC 9(04) COMP VALUE 0.          00017964
       01 WS-CHK-REM                   PIC 9(04) COMP VALUE 0.          00017965
       01 WS-SLOT-REASON               PIC X(30).                       00017967
       01 WS-CLASH-FOUND               PIC X(01) VALUE 'N'.             00017968
          88 WS-CLASH-HIT              VALUE 'Y'.                       00017969
                                                                        00017970
      * day of the week of WS-CHK-DATE (1=Monday ... 7=Sunday),         00017971
      * Zeller's rule on ordinary arithmetic                            00017972
       01 WS-DOW-WORK.                                                  00017974
          05 WS-DOW-Y                  PIC 9(04) COMP.                  00017975
          05 WS-DOW-M                  PIC 9(02) COMP.                  00017976
          05 WS-DOW-J                  PIC 9(02) COMP.                  00017977
          05 WS-DOW-K                  PIC 9(02) COMP.                  00017978
          05 WS-DOW-T                  PIC 9(04) COMP.                  00017980
          05 WS-DOW-SUM                PIC 9(05) COMP.                  00017981
          05 WS-DOW-QUOT               PIC 9(05) COMP.                  00017982
          05 WS-DOW-H                  PIC 9(01) COMP.                  00017983
       01 WS-DOW                       PIC 9(01).                       00017984
                                                                        00017985
      * doctor licenses by DOC-CODE; a doctor with no license on        00017987
      * file draws no warning                                           00017988
       01 WS-CRD-TABLE.                                                 00017989
          05 WS-CRD-MAX         PIC 9(03) COMP VALUE 200.               00017990
          05 WS-CRD-COUNT       PIC 9(03) COMP VALUE 0.                 00017991
          05 WS-CRD-ENTRY OCCURS 200 TIMES INDEXED BY CRD-IDX.          00017992
             10 WS-CR-DOC-CODE  PIC X(08).                              00017994
             10 WS-CR-EXPDATE   PIC X(08).                              00017995
       01 WS-CRD-FOUND                 PIC X(01) VALUE 'N'.             00017996
          88 WS-CRD-HIT                VALUE 'Y'.                       00017997
       01 WS-CRD-HIT-SUB               PIC 9(03) COMP VALUE 0.          00017998
                                                                        00018000
       01 QUAL-SSA-PATIENT.                                             00018100
           05  SEGNAME     PIC X(08) VALUE 'PATIENT'.                   00018200
        05 DLI-PCB  PIC X(4) VALUE 'PCB '.                              00020100
                                                                        00020200
       01 SEG-IO-AREA     PIC X(60).                                    00020300
                                                                        00020308
      * segment PATIENT, pour l'indicateur de deces seulement           00020316
       01 WS-PATIENT-SEG REDEFINES SEG-IO-AREA.                         00020325
           05 WS-PATIENT-ID        PIC X(05).                           00020333
           05 WS-PATNAME           PIC X(20).                           00020341
           05 WS-PATDOB            PIC X(08).                           00020350
           05 WS-PATPHONE          PIC X(10).                           00020358
           05 WS-PATINSUR          PIC X(15).                           00020366
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00020375
              88 WS-PAT-IS-DECEASED VALUE 'D'.                          00020383
           05 FILLER               PIC X(01).                           00020391
                                                                        00020400
      *-----------------------*                                         00020500
       LINKAGE SECTION.                                                 00020600
           DISPLAY 'CANCELLED        : ' WS-NO-CANCELLED.               00025100
           DISPLAY 'RESCHEDULED      : ' WS-NO-RESCHED.                 00025200
           DISPLAY 'MARKED KEPT      : ' WS-NO-KEPT.                    00025300
           DISPLAY 'KEPT ONLINE      : ' WS-NO-KEPT-ONLINE.             00025350
           DISPLAY 'REJECTED         : ' WS-NO-REJECTS.                 00025400
           DISPLAY 'NO-SHOW WARNINGS : ' WS-NO-WARNINGS.                00025433
           DISPLAY 'LICENSE WARNINGS : ' WS-NO-LIC-WARNINGS.            00025466
           CLOSE APPT-OUT.                                              00025500
           CLOSE AREJ-OUT.                                              00025600
                                                                        00025700
           IF WS-NO-REJECTS > 0                                         00025800
              OR WS-NO-WARNINGS > 0                                     00025833
              OR WS-NO-LIC-WARNINGS > 0                                 00025866
              MOVE 4 TO RETURN-CODE                                     00025900
           END-IF.                                                      00026000
                                                                        00026100
                 THRU 9999-ABEND-END                                    00029600
           END-IF.                                                      00029700
                                                                        00029800
      *    load the no-show counts; none on file means nobody           00029801
      *    has missed a visit yet                                       00029803
           OPEN INPUT NSHW-IN.                                          00029805
           IF WS-NSH-FS = '00'                                          00029807
              PERFORM 1300-LOAD-NSC-TABLE                               00029809
                 THRU 1300-LOAD-NSC-TABLE-END                           00029811
                 UNTIL WS-NSH-EOF                                       00029812
              CLOSE NSHW-IN                                             00029814
              DISPLAY 'NO-SHOW ENTRIES LOADED: ' WS-NSC-COUNT           00029816
           ELSE                                                         00029818
              DISPLAY 'NSHWIN NOT AVAILABLE - NO NO-SHOW CHECK'         00029820
           END-IF.                                                      00029822
                                                                        00029824
      *    load the doctor calendar; without it only the                00029825
      *    doctor-slot collision check applies                          00029827
           OPEN INPUT DOCSCHD.                                          00029829
           IF WS-DSC-FS = '00'                                          00029831
              PERFORM 1400-LOAD-SCHEDULE                                00029833
                 THRU 1400-LOAD-SCHEDULE-END                            00029835
                 UNTIL WS-DSC-EOF                                       00029837
              CLOSE DOCSCHD                                             00029838
              DISPLAY 'DOCTOR HOURS LOADED  : ' WS-HRS-COUNT            00029840
              DISPLAY 'BLOCKED DATES LOADED : ' WS-BLK-COUNT            00029842
           ELSE                                                         00029844
              DISPLAY 'DOCSCHD NOT AVAILABLE - NO HOURS CHECK'          00029846
           END-IF.                                                      00029848
                                                                        00029850
      *    load the doctor licenses; without them no license            00029851
      *    warning is given                                             00029853
           OPEN INPUT CRD-IN.                                           00029855
           IF WS-CRD-FS = '00'                                          00029857
              PERFORM 1500-LOAD-CRD-TABLE                               00029859
                 THRU 1500-LOAD-CRD-TABLE-END                           00029861
                 UNTIL WS-CRD-EOF                                       00029862
              CLOSE CRD-IN                                              00029864
              DISPLAY 'DOCTOR LICENSES LOADED: ' WS-CRD-COUNT           00029866
           ELSE                                                         00029868
              DISPLAY 'CREDFILE NOT AVAILABLE - NO LICENSE CHECK'       00029870
           END-IF.                                                      00029872
                                                                        00029874
      *    visits recorded online at the point of care mark their       00029875
      *    booked appointment kept; no log means none were entered      00029877
           OPEN INPUT KEPTLOG.                                          00029879
           IF WS-KPL-FS = '00'                                          00029881
              PERFORM 1600-APPLY-KEPTLOG                                00029883
                 THRU 1600-APPLY-KEPTLOG-END                            00029885
                 UNTIL WS-KPL-EOF                                       00029887
              CLOSE KEPTLOG                                             00029888
              DISPLAY 'KEPT FROM ONLINE ENTRY: ' WS-NO-KEPT-ONLINE      00029890
           ELSE                                                         00029892
              DISPLAY 'KEPTLOG NOT AVAILABLE - NO ONLINE VISITS'        00029894
           END-IF.                                                      00029896
                                                                        00029898
           OPEN INPUT ATRX-IN.                                          00029900
           IF WS-ATR-FS NOT = "00"                                      00030000
      D      DISPLAY "ERROR OPEN FILE APTTIN: " WS-ATR-FS               00030100
                  MOVE APT-DOCTOR   TO WS-AT-DOCTOR (APT-IDX)           00033400
                  MOVE APT-TRTNAME  TO WS-AT-TRTNAME (APT-IDX)          00033500
                  MOVE APT-STATUS   TO WS-AT-STATUS (APT-IDX)           00033600
                  MOVE APT-CONFIRM  TO WS-AT-CONFIRM (APT-IDX)          00033650
               ELSE                                                     00033700
      *               a dropped appointment would vanish from the master00033701
      *               on rewrite - stop instead                         00033702
           EXIT.                                                        00038100
                                                                        00038200
      *-----------------------*                                         00038300
       1300-LOAD-NSC-TABLE.                                             00383001
      *-----------------------*                                         00383002
           READ NSHW-IN                                                 00383003
           END-READ.                                                    00383004
                                                                        00383005
           EVALUATE TRUE                                                00383006
             WHEN WS-NSH-FS = '00'                                      00383007
               IF WS-NSC-COUNT < WS-NSC-MAX                             00383008
                  ADD 1 TO WS-NSC-COUNT                                 00383009
                  SET NSC-IDX TO WS-NSC-COUNT                           00383010
                  MOVE NSC-PATIENID TO WS-NC-PATIENID (NSC-IDX)         00383011
                  MOVE NSC-COUNT    TO WS-NC-COUNT (NSC-IDX)            00383012
                  MOVE NSC-HOLD     TO WS-NC-HOLD (NSC-IDX)             00383013
               ELSE                                                     00383014
      *           a dropped entry would let a held patient book         00383015
      *           - stop instead                                        00383016
                  DISPLAY '*** NO-SHOW TABLE FULL - RUN STOPPED: '      00383017
                     NSC-PATIENID ' ***'                                00383018
                  MOVE 16 TO RETURN-CODE                                00383019
                  PERFORM 9999-ABEND                                    00383020
                     THRU 9999-ABEND-END                                00383021
               END-IF                                                   00383022
             WHEN WS-NSH-FS = '10'                                      00383023
               SET WS-NSH-EOF TO TRUE                                   00383024
             WHEN OTHER                                                 00383025
      D        DISPLAY "ERROR READ FILE NSHWIN !!!: " WS-NSH-FS         00383026
               PERFORM 9999-ABEND                                       00383027
                  THRU 9999-ABEND-END                                   00383028
           END-EVALUATE.                                                00383029
      *-----------------------*                                         00383030
       1300-LOAD-NSC-TABLE-END.                                         00383031
      *-----------------------*                                         00383032
           EXIT.                                                        00383033
                                                                        00383034
      *-----------------------*                                         00383035
       1400-LOAD-SCHEDULE.                                              00383036
      *-----------------------*                                         00383037
           READ DOCSCHD                                                 00383038
           END-READ.                                                    00383039
                                                                        00383040
           EVALUATE TRUE                                                00383041
             WHEN WS-DSC-FS = '00'                                      00383042
               EVALUATE DSC-TYPE                                        00383043
                 WHEN 'H'                                               00383044
                   IF WS-HRS-COUNT < WS-HRS-MAX                         00383045
                      ADD 1 TO WS-HRS-COUNT                             00383046
                      SET HRS-IDX TO WS-HRS-COUNT                       00383047
                      MOVE DSC-DOC-CODE TO WS-HR-DOC-CODE (HRS-IDX)     00383048
                      MOVE DSC-WORKDAYS TO WS-HR-WORKDAYS (HRS-IDX)     00383049
                      COMPUTE WS-HR-START-MIN (HRS-IDX) =               00383050
                         DSC-START-HH * 60 + DSC-START-MI               00383051
                      COMPUTE WS-HR-END-MIN (HRS-IDX) =                 00383052
                         DSC-END-HH * 60 + DSC-END-MI                   00383053
                      MOVE DSC-SLOT-LEN TO WS-HR-SLOT-LEN (HRS-IDX)     00383054
                   ELSE                                                 00383055
      *               PDSCHMNT keeps the file within this table; a      00383056
      *               doctor dropped here would have no hours           00383057
                      DISPLAY '*** HOURS TABLE FULL - RUN STOPPED: '    00383058
                         DSC-DOC-CODE ' ***'                            00383059
                      MOVE 16 TO RETURN-CODE                            00383060
                      PERFORM 9999-ABEND                                00383061
                         THRU 9999-ABEND-END                            00383062
                   END-IF                                               00383063
                 WHEN 'B'                                               00383064
                   IF WS-BLK-COUNT < WS-BLK-MAX                         00383065
                      ADD 1 TO WS-BLK-COUNT                             00383066
                      SET BLK-IDX TO WS-BLK-COUNT                       00383067
                      MOVE DSC-DOC-CODE   TO WS-BK-DOC-CODE (BLK-IDX)   00383068
                      MOVE DSC-BLOCK-DATE TO WS-BK-DATE (BLK-IDX)       00383069
                   ELSE                                                 00383070
      *               a blocked date dropped here would be offered      00383071
      *               for booking - stop instead                        00383072
                      DISPLAY '*** BLOCKED TABLE FULL - RUN STOPPED: '  00383073
                         DSC-DOC-CODE ' ' DSC-BLOCK-DATE ' ***'         00383074
                      MOVE 16 TO RETURN-CODE                            00383075
                      PERFORM 9999-ABEND                                00383076
                         THRU 9999-ABEND-END                            00383077
                   END-IF                                               00383078
                 WHEN OTHER                                             00383079
                   DISPLAY 'DOCSCHD RECORD TYPE UNKNOWN: ' DSC-REC      00383080
               END-EVALUATE                                             00383081
             WHEN WS-DSC-FS = '10'                                      00383082
               SET WS-DSC-EOF TO TRUE                                   00383083
             WHEN OTHER                                                 00383084
      D        DISPLAY "ERROR READ FILE DOCSCHD !!!: " WS-DSC-FS        00383085
               PERFORM 9999-ABEND                                       00383086
                  THRU 9999-ABEND-END                                   00383087
           END-EVALUATE.                                                00383088
      *-----------------------*                                         00383089
       1400-LOAD-SCHEDULE-END.                                          00383090
      *-----------------------*                                         00383091
           EXIT.                                                        00383092
                                                                        00383093
      *-----------------------*                                         00383094
       1500-LOAD-CRD-TABLE.                                             00383095
      *-----------------------*                                         00383096
           READ CRD-IN                                                  00383097
           END-READ.                                                    00383098
                                                                        00383099
           EVALUATE TRUE                                                00383100
             WHEN WS-CRD-FS = '00'                                      00383101
      *        a removed license is no longer checked                   00383102
               IF CRD-STATUS = 'A'                                      00383103
                  IF WS-CRD-COUNT < WS-CRD-MAX                          00383104
                     ADD 1 TO WS-CRD-COUNT                              00383105
                     SET CRD-IDX TO WS-CRD-COUNT                        00383106
                     MOVE CRD-DOC-CODE    TO WS-CR-DOC-CODE (CRD-IDX)   00383107
                     MOVE CRD-LIC-EXPDATE TO WS-CR-EXPDATE (CRD-IDX)    00383108
                  ELSE                                                  00383109
      *              a dropped license would go unchecked - stop        00383110
      *              instead                                            00383111
                     DISPLAY '*** LICENSE TABLE FULL - RUN STOPPED: '   00383112
                        CRD-DOC-CODE ' ***'                             00383113
                     MOVE 16 TO RETURN-CODE                             00383114
                     PERFORM 9999-ABEND                                 00383115
                        THRU 9999-ABEND-END                             00383116
                  END-IF                                                00383117
               END-IF                                                   00383118
             WHEN WS-CRD-FS = '10'                                      00383119
               SET WS-CRD-EOF TO TRUE                                   00383120
             WHEN OTHER                                                 00383121
      D        DISPLAY "ERROR READ FILE CREDFILE !!!: " WS-CRD-FS       00383122
               PERFORM 9999-ABEND                                       00383123
                  THRU 9999-ABEND-END                                   00383124
           END-EVALUATE.                                                00383125
      *-----------------------*                                         00383126
       1500-LOAD-CRD-TABLE-END.                                         00383127
      *-----------------------*                                         00383128
           EXIT.                                                        00383129
                                                                        00383130
      *-----------------------*                                         00383131
       1600-APPLY-KEPTLOG.                                              00383132
      *-----------------------*                                         00383133
           READ KEPTLOG                                                 00383134
           END-READ.                                                    00383135
                                                                        00383136
           EVALUATE TRUE                                                00383137
             WHEN WS-KPL-FS = '00'                                      00383138
               MOVE 'N' TO WS-APT-FOUND                                 00383139
               PERFORM 1610-MATCH-KEPT-VISIT                            00383140
                  THRU 1610-MATCH-KEPT-VISIT-END                        00383141
                  VARYING APT-IDX FROM 1 BY 1                           00383142
                  UNTIL APT-IDX > WS-APT-COUNT                          00383143
                     OR WS-APT-HIT                                      00383144
             WHEN WS-KPL-FS = '10'                                      00383145
               SET WS-KPL-EOF TO TRUE                                   00383146
             WHEN OTHER                                                 00383147
      D        DISPLAY "ERROR READ FILE KEPTLOG !!!: " WS-KPL-FS        00383148
               PERFORM 9999-ABEND                                       00383149
                  THRU 9999-ABEND-END                                   00383150
           END-EVALUATE.                                                00383151
      *-----------------------*                                         00383152
       1600-APPLY-KEPTLOG-END.                                          00383153
      *-----------------------*                                         00383154
           EXIT.                                                        00383155
                                                                        00383156
      *-----------------------*                                         00383157
       1610-MATCH-KEPT-VISIT.                                           00383158
      *-----------------------*                                         00383159
      *    the log only ever grows: a visit whose appointment is        00383160
      *    already kept (or cancelled) finds no booking and is passed   00383161
           IF WS-AT-PATIENID (APT-IDX) = KPL-PATIENID                   00383162
              AND WS-AT-DATE (APT-IDX) = KPL-TRDATE                     00383163
              AND WS-AT-DOCTOR (APT-IDX) = KPL-DOCTOR                   00383164
              AND WS-AT-STATUS (APT-IDX) = 'B'                          00383165
              MOVE 'K' TO WS-AT-STATUS (APT-IDX)                        00383166
              MOVE 'Y' TO WS-APT-FOUND                                  00383167
              ADD 1 TO WS-NO-KEPT-ONLINE                                00383168
              DISPLAY 'MARKED KEPT ONLINE: ' KPL-PATIENID ' '           00383169
                 KPL-TRDATE ' ' WS-AT-TIME (APT-IDX)                    00383170
           END-IF.                                                      00383171
      *-----------------------*                                         00383172
       1610-MATCH-KEPT-VISIT-END.                                       00383173
      *-----------------------*                                         00383174
           EXIT.                                                        00383175
                                                                        00383176
      *-----------------------*                                         00383177
       5000-APPLY-TRANSACTION.                                          00038400
      *-----------------------*                                         00038500
      D    DISPLAY "TRANSACTION: " WS-REC-ATRX.                         00038600
      *    and a free slot for that patient                             00042100
           PERFORM 5500-VALIDATE-PATIENT                                00042200
              THRU 5500-VALIDATE-PATIENT-END.                           00042300
           IF WS-PAT-DECEASED                                           00042314
              MOVE 'PATIENT DECEASED' TO ARJ-REASON                     00042328
              PERFORM 5900-WRITE-REJECT                                 00042342
                 THRU 5900-WRITE-REJECT-END                             00042357
              GO TO 5100-BOOK-APPOINTMENT-END                           00042371
           END-IF.                                                      00042385
           IF NOT WS-PAT-OK                                             00042400
              MOVE 'PATIENT NOT ON DATABASE' TO ARJ-REASON              00042500
              PERFORM 5900-WRITE-REJECT                                 00042600
                 THRU 5900-WRITE-REJECT-END                             00042700
              GO TO 5100-BOOK-APPOINTMENT-END                           00042800
           END-IF.                                                      00042806
                                                                        00042813
      *    the patient's no-show record: a supervisor hold refuses      00042820
      *    the booking, a count over the threshold only warns           00042826
           PERFORM 5800-FIND-NOSHOW                                     00042833
              THRU 5800-FIND-NOSHOW-END.                                00042840
           IF WS-NSC-HIT                                                00042846
              SET NSC-IDX TO WS-NSC-HIT-SUB                             00042853
              IF WS-NC-HOLD (NSC-IDX) = 'Y'                             00042860
                 MOVE 'NO-SHOW HOLD BY SUPERVISOR' TO ARJ-REASON        00042866
                 PERFORM 5900-WRITE-REJECT                              00042873
                    THRU 5900-WRITE-REJECT-END                          00042880
                 GO TO 5100-BOOK-APPOINTMENT-END                        00042886
              END-IF                                                    00042893
           END-IF.                                                      00042900
                                                                        00043000
           PERFORM 5600-VALIDATE-DOCTOR                                 00043100
              GO TO 5100-BOOK-APPOINTMENT-END                           00044600
           END-IF.                                                      00044700
                                                                        00044800
      *    the doctor must be free and working at that date/time        00044806
           MOVE ATR-DOCTOR TO WS-CHK-DOCTOR.                            00044813
           MOVE ATR-DATE   TO WS-CHK-DATE.                              00044820
           MOVE ATR-TIME   TO WS-CHK-TIME.                              00044826
           MOVE ZERO       TO WS-CHK-SELF-SUB.                          00044833
           PERFORM 5650-CHECK-DOCTOR-SLOT                               00044840
              THRU 5650-CHECK-DOCTOR-SLOT-END.                          00044846
           IF WS-SLOT-REASON NOT = SPACE                                00044853
              MOVE WS-SLOT-REASON TO ARJ-REASON                         00044860
              PERFORM 5900-WRITE-REJECT                                 00044866
                 THRU 5900-WRITE-REJECT-END                             00044873
              GO TO 5100-BOOK-APPOINTMENT-END                           00044880
           END-IF.                                                      00044886
                                                                        00044893
           IF WS-APT-COUNT < WS-APT-MAX                                 00044900
              ADD 1 TO WS-APT-COUNT                                     00045000
              SET APT-IDX TO WS-APT-COUNT                               00045100
              MOVE ATR-DOCTOR   TO WS-AT-DOCTOR (APT-IDX)               00045500
              MOVE ATR-TRTNAME  TO WS-AT-TRTNAME (APT-IDX)              00045600
              MOVE 'B'          TO WS-AT-STATUS (APT-IDX)               00045700
              MOVE SPACE        TO WS-AT-CONFIRM (APT-IDX)              00045750
              ADD 1 TO WS-NO-BOOKED                                     00045800
              DISPLAY 'BOOKED: ' ATR-PATIENID ' ' ATR-DATE              00045900
                 ' ' ATR-TIME                                           00046000
              PERFORM 5960-CHECK-LICENSE                                00046012
                 THRU 5960-CHECK-LICENSE-END                            00046025
              IF WS-NSC-HIT                                             00046037
                 AND WS-NC-COUNT (NSC-IDX) > WS-NOSHOW-THRESHOLD        00046050
                 PERFORM 5950-WRITE-WARNING                             00046062
                    THRU 5950-WRITE-WARNING-END                         00046075
              END-IF                                                    00046087
           ELSE                                                         00046100
              MOVE 'APPOINTMENT FILE FULL' TO ARJ-REASON                00046200
              PERFORM 5900-WRITE-REJECT                                 00046300
              GO TO 5300-RESCHEDULE-APPOINTMENT-END                     00050700
           END-IF.                                                      00050800
           SET APT-IDX TO WS-APT-HIT-SUB.                               00050900
                                                                        00050904
      *    the new date/time goes through the same doctor calendar      00050909
      *    as a booking; the appointment being moved is not a clash     00050913
           MOVE WS-AT-DOCTOR (APT-IDX) TO WS-CHK-DOCTOR.                00050918
           MOVE ATR-NEWDATE            TO WS-CHK-DATE.                  00050922
           IF ATR-NEWTIME NOT = SPACE                                   00050927
              MOVE ATR-NEWTIME         TO WS-CHK-TIME                   00050931
           ELSE                                                         00050936
              MOVE WS-AT-TIME (APT-IDX) TO WS-CHK-TIME                  00050940
           END-IF.                                                      00050945
           MOVE WS-APT-HIT-SUB         TO WS-CHK-SELF-SUB.              00050950
           PERFORM 5650-CHECK-DOCTOR-SLOT                               00050954
              THRU 5650-CHECK-DOCTOR-SLOT-END.                          00050959
           IF WS-SLOT-REASON NOT = SPACE                                00050963
              MOVE WS-SLOT-REASON TO ARJ-REASON                         00050968
              PERFORM 5900-WRITE-REJECT                                 00050972
                 THRU 5900-WRITE-REJECT-END                             00050977
              GO TO 5300-RESCHEDULE-APPOINTMENT-END                     00050981
           END-IF.                                                      00050986
                                                                        00050990
           SET APT-IDX TO WS-APT-HIT-SUB.                               00050995
           MOVE ATR-NEWDATE TO WS-AT-DATE (APT-IDX).                    00051000
           IF ATR-NEWTIME NOT = SPACE                                   00051100
              MOVE ATR-NEWTIME TO WS-AT-TIME (APT-IDX)                  00051200
           END-IF.                                                      00051300
           MOVE 'B' TO WS-AT-STATUS (APT-IDX).                          00051400
           MOVE SPACE TO WS-AT-CONFIRM (APT-IDX).                       00051450
           ADD 1 TO WS-NO-RESCHED.                                      00051500
           DISPLAY 'RESCHEDULED: ' ATR-PATIENID ' TO '                  00051600
              ATR-NEWDATE ' ' ATR-NEWTIME.                              00051700
           PERFORM 5960-CHECK-LICENSE                                   00051733
              THRU 5960-CHECK-LICENSE-END.                              00051766
      *-----------------------*                                         00051800
       5300-RESCHEDULE-APPOINTMENT-END.                                 00051900
      *-----------------------*                                         00052000
                                                                        00055700
           IF STATUS-CODE = '  '                                        00055800
              MOVE 'Y' TO WS-PAT-VALID                                  00055900
      *       no new booking once a death is recorded (PDECEAS          00055916
      *       cancels the ones already made)                            00055933
              IF WS-PAT-IS-DECEASED                                     00055950
                 MOVE 'D' TO WS-PAT-VALID                               00055966
              END-IF                                                    00055983
           ELSE                                                         00056000
      D       DISPLAY 'PATIENT NOT FOUND: ' ATR-PATIENID                00056100
                 ' STATUS: ' STATUS-CODE                                00056200
           EXIT.                                                        00059300
                                                                        00059400
      *-----------------------*                                         00059500
       5650-CHECK-DOCTOR-SLOT.                                          00595001
      *-----------------------*                                         00595002
      *    WS-SLOT-REASON comes back blank when the doctor can          00595003
      *    take WS-CHK-DATE / WS-CHK-TIME                               00595004
           MOVE SPACE TO WS-SLOT-REASON.                                00595005
                                                                        00595006
      *    another patient already holds the doctor at that time        00595007
           MOVE 'N' TO WS-CLASH-FOUND.                                  00595008
           PERFORM 5660-CLASH-LOOKUP                                    00595009
              THRU 5660-CLASH-LOOKUP-END                                00595010
              VARYING APT-IDX FROM 1 BY 1                               00595011
              UNTIL APT-IDX > WS-APT-COUNT                              00595012
                 OR WS-CLASH-HIT.                                       00595013
           IF WS-CLASH-HIT                                              00595014
              MOVE 'DOCTOR SLOT ALREADY TAKEN' TO WS-SLOT-REASON        00595015
              GO TO 5650-CHECK-DOCTOR-SLOT-END                          00595016
           END-IF.                                                      00595017
                                                                        00595018
      *    the calendar is kept by DOC-CODE; a doctor with no           00595019
      *    hours on the calendar is not held to any                     00595020
           MOVE SPACE TO WS-CHK-DOC-CODE.                               00595021
           PERFORM 5670-DOC-CODE-LOOKUP                                 00595022
              THRU 5670-DOC-CODE-LOOKUP-END                             00595023
              VARYING DOC-IDX FROM 1 BY 1                               00595024
              UNTIL DOC-IDX > WS-DOC-COUNT                              00595025
                 OR WS-CHK-DOC-CODE NOT = SPACE.                        00595026
           MOVE 'N' TO WS-HRS-FOUND.                                    00595027
           PERFORM 5680-HOURS-LOOKUP                                    00595028
              THRU 5680-HOURS-LOOKUP-END                                00595029
              VARYING HRS-IDX FROM 1 BY 1                               00595030
              UNTIL HRS-IDX > WS-HRS-COUNT                              00595031
                 OR WS-HRS-HIT.                                         00595032
           IF NOT WS-HRS-HIT                                            00595033
              GO TO 5650-CHECK-DOCTOR-SLOT-END                          00595034
           END-IF.                                                      00595035
                                                                        00595036
           IF WS-CHK-DATE NOT NUMERIC                                   00595037
              OR WS-CHK-TIME NOT NUMERIC                                00595038
              MOVE 'DATE OR TIME INVALID' TO WS-SLOT-REASON             00595039
              GO TO 5650-CHECK-DOCTOR-SLOT-END                          00595040
           END-IF.                                                      00595041
                                                                        00595042
           MOVE 'N' TO WS-BLK-FOUND.                                    00595043
           PERFORM 5690-BLOCKED-LOOKUP                                  00595044
              THRU 5690-BLOCKED-LOOKUP-END                              00595045
              VARYING BLK-IDX FROM 1 BY 1                               00595046
              UNTIL BLK-IDX > WS-BLK-COUNT                              00595047
                 OR WS-BLK-HIT.                                         00595048
           IF WS-BLK-HIT                                                00595049
              MOVE 'DOCTOR NOT AVAILABLE THAT DATE' TO WS-SLOT-REASON   00595050
              GO TO 5650-CHECK-DOCTOR-SLOT-END                          00595051
           END-IF.                                                      00595052
                                                                        00595053
           SET HRS-IDX TO WS-HRS-HIT-SUB.                               00595054
           PERFORM 5695-DAY-OF-WEEK                                     00595055
              THRU 5695-DAY-OF-WEEK-END.                                00595056
           IF WS-HR-WORKDAYS (HRS-IDX) (WS-DOW:1) NOT = 'Y'             00595057
              MOVE 'DOCTOR NOT WORKING THAT DAY' TO WS-SLOT-REASON      00595058
              GO TO 5650-CHECK-DOCTOR-SLOT-END                          00595059
           END-IF.                                                      00595060
                                                                        00595061
      *    the whole slot must fit in the doctor's hours, and           00595062
      *    start on a slot boundary counted from the start time         00595063
           COMPUTE WS-CHK-MIN = WS-CHK-HH * 60 + WS-CHK-MI.             00595064
           IF WS-CHK-MIN < WS-HR-START-MIN (HRS-IDX)                    00595065
              OR WS-CHK-MIN + WS-HR-SLOT-LEN (HRS-IDX)                  00595066
                 > WS-HR-END-MIN (HRS-IDX)                              00595067
              MOVE 'OUTSIDE DOCTOR HOURS' TO WS-SLOT-REASON             00595068
              GO TO 5650-CHECK-DOCTOR-SLOT-END                          00595069
           END-IF.                                                      00595070
           IF WS-HR-SLOT-LEN (HRS-IDX) > ZERO                           00595071
              COMPUTE WS-CHK-MIN =                                      00595072
                 WS-CHK-MIN - WS-HR-START-MIN (HRS-IDX)                 00595073
              DIVIDE WS-CHK-MIN BY WS-HR-SLOT-LEN (HRS-IDX)             00595074
                 GIVING WS-CHK-QUOT REMAINDER WS-CHK-REM                00595075
              IF WS-CHK-REM NOT = ZERO                                  00595076
                 MOVE 'NOT A DOCTOR SLOT START TIME' TO WS-SLOT-REASON  00595077
              END-IF                                                    00595078
           END-IF.                                                      00595079
      *-----------------------*                                         00595080
       5650-CHECK-DOCTOR-SLOT-END.                                      00595081
      *-----------------------*                                         00595082
           EXIT.                                                        00595083
                                                                        00595084
      *-----------------------*                                         00595085
       5660-CLASH-LOOKUP.                                               00595086
      *-----------------------*                                         00595087
           IF WS-AT-DOCTOR (APT-IDX) = WS-CHK-DOCTOR                    00595088
              AND WS-AT-DATE (APT-IDX) = WS-CHK-DATE                    00595089
              AND WS-AT-TIME (APT-IDX) = WS-CHK-TIME                    00595090
              AND WS-AT-STATUS (APT-IDX) NOT = 'C'                      00595091
              AND APT-IDX NOT = WS-CHK-SELF-SUB                         00595092
              MOVE 'Y' TO WS-CLASH-FOUND                                00595093
           END-IF.                                                      00595094
      *-----------------------*                                         00595095
       5660-CLASH-LOOKUP-END.                                           00595096
      *-----------------------*                                         00595097
           EXIT.                                                        00595098
                                                                        00595099
      *-----------------------*                                         00595100
       5670-DOC-CODE-LOOKUP.                                            00595101
      *-----------------------*                                         00595102
           IF WS-DOC-TAB-NAME (DOC-IDX) = WS-CHK-DOCTOR                 00595103
              MOVE WS-DOC-TAB-CODE (DOC-IDX) TO WS-CHK-DOC-CODE         00595104
           END-IF.                                                      00595105
      *-----------------------*                                         00595106
       5670-DOC-CODE-LOOKUP-END.                                        00595107
      *-----------------------*                                         00595108
           EXIT.                                                        00595109
                                                                        00595110
      *-----------------------*                                         00595111
       5680-HOURS-LOOKUP.                                               00595112
      *-----------------------*                                         00595113
           IF WS-HR-DOC-CODE (HRS-IDX) = WS-CHK-DOC-CODE                00595114
              MOVE 'Y' TO WS-HRS-FOUND                                  00595115
              SET WS-HRS-HIT-SUB TO HRS-IDX                             00595116
           END-IF.                                                      00595117
      *-----------------------*                                         00595118
       5680-HOURS-LOOKUP-END.                                           00595119
      *-----------------------*                                         00595120
           EXIT.                                                        00595121
                                                                        00595122
      *-----------------------*                                         00595123
       5690-BLOCKED-LOOKUP.                                             00595124
      *-----------------------*                                         00595125
           IF WS-BK-DOC-CODE (BLK-IDX) = WS-CHK-DOC-CODE                00595126
              AND WS-BK-DATE (BLK-IDX) = WS-CHK-DATE                    00595127
              MOVE 'Y' TO WS-BLK-FOUND                                  00595128
           END-IF.                                                      00595129
      *-----------------------*                                         00595130
       5690-BLOCKED-LOOKUP-END.                                         00595131
      *-----------------------*                                         00595132
           EXIT.                                                        00595133
                                                                        00595134
      *-----------------------*                                         00595135
       5695-DAY-OF-WEEK.                                                00595136
      *-----------------------*                                         00595137
      *    January and February count as months 13 and 14 of            00595138
      *    the year before                                              00595139
           MOVE WS-CHK-YYYY TO WS-DOW-Y.                                00595140
           MOVE WS-CHK-MM   TO WS-DOW-M.                                00595141
           IF WS-DOW-M < 3                                              00595142
              ADD 12 TO WS-DOW-M                                        00595143
              SUBTRACT 1 FROM WS-DOW-Y                                  00595144
           END-IF.                                                      00595145
           DIVIDE WS-DOW-Y BY 100                                       00595146
              GIVING WS-DOW-J REMAINDER WS-DOW-K.                       00595147
           COMPUTE WS-DOW-T = (WS-DOW-M + 1) * 13.                      00595148
           DIVIDE WS-DOW-T BY 5 GIVING WS-DOW-T.                        00595149
           COMPUTE WS-DOW-SUM = WS-CHK-DD + WS-DOW-T + WS-DOW-K         00595150
                              + 5 * WS-DOW-J.                           00595151
           DIVIDE WS-DOW-K BY 4 GIVING WS-DOW-QUOT.                     00595152
           ADD WS-DOW-QUOT TO WS-DOW-SUM.                               00595153
           DIVIDE WS-DOW-J BY 4 GIVING WS-DOW-QUOT.                     00595154
           ADD WS-DOW-QUOT TO WS-DOW-SUM.                               00595155
      *    0=Saturday 1=Sunday 2=Monday ... shifted to Monday=1         00595156
           DIVIDE WS-DOW-SUM BY 7                                       00595157
              GIVING WS-DOW-QUOT REMAINDER WS-DOW-H.                    00595158
           COMPUTE WS-DOW-SUM = WS-DOW-H + 5.                           00595159
           DIVIDE WS-DOW-SUM BY 7                                       00595160
              GIVING WS-DOW-QUOT REMAINDER WS-DOW.                      00595161
           ADD 1 TO WS-DOW.                                             00595162
      *-----------------------*                                         00595163
       5695-DAY-OF-WEEK-END.                                            00595164
      *-----------------------*                                         00595165
           EXIT.                                                        00595166
                                                                        00595167
      *-----------------------*                                         00595168
       5700-FIND-APPOINTMENT.                                           00059600
      *-----------------------*                                         00059700
      *    the slot key is patient + date + time; cancelled             00059800
           EXIT.                                                        00062400
                                                                        00062500
      *-----------------------*                                         00062600
       5800-FIND-NOSHOW.                                                00062603
      *-----------------------*                                         00062607
           MOVE 'N' TO WS-NSC-FOUND.                                    00062611
           PERFORM 5810-NOSHOW-LOOKUP                                   00062614
              THRU 5810-NOSHOW-LOOKUP-END                               00062618
              VARYING NSC-IDX FROM 1 BY 1                               00062622
              UNTIL NSC-IDX > WS-NSC-COUNT                              00062625
                 OR WS-NSC-HIT.                                         00062629
      *-----------------------*                                         00062633
       5800-FIND-NOSHOW-END.                                            00062637
      *-----------------------*                                         00062640
           EXIT.                                                        00062644
                                                                        00062648
      *-----------------------*                                         00062651
       5810-NOSHOW-LOOKUP.                                              00062655
      *-----------------------*                                         00062659
           IF WS-NC-PATIENID (NSC-IDX) = ATR-PATIENID                   00062662
              MOVE 'Y' TO WS-NSC-FOUND                                  00062666
              SET WS-NSC-HIT-SUB TO NSC-IDX                             00062670
           END-IF.                                                      00062674
      *-----------------------*                                         00062677
       5810-NOSHOW-LOOKUP-END.                                          00062681
      *-----------------------*                                         00062685
           EXIT.                                                        00062688
                                                                        00062692
      *-----------------------*                                         00062696
       5900-WRITE-REJECT.                                               00062700
      *-----------------------*                                         00062800
           DISPLAY 'TRANSACTION REJECTED: ' ARJ-REASON.                 00062900
           EXIT.                                                        00064000
                                                                        00064100
      *-----------------------*                                         00064200
       5950-WRITE-WARNING.                                              00064201
      *-----------------------*                                         00064202
      *    the booking stands; the desk sees the warning on the         00064203
      *    same list as its rejects                                     00064205
           MOVE WS-NC-COUNT (NSC-IDX) TO WS-NSC-EDIT.                   00064206
           MOVE SPACE TO ARJ-REASON.                                    00064207
           STRING 'WARNING - BOOKED, NO-SHOWS ' WS-NSC-EDIT             00064209
              DELIMITED BY SIZE INTO ARJ-REASON.                        00064210
           DISPLAY 'BOOKING WARNING: ' ARJ-REASON.                      00064211
           MOVE ATR-ACTION   TO ARJ-ACTION.                             00064213
           MOVE ATR-PATIENID TO ARJ-PATIENID.                           00064214
           MOVE ATR-DATE     TO ARJ-DATE.                               00064215
           MOVE ATR-TIME     TO ARJ-TIME.                               00064217
           MOVE ATR-DOCTOR   TO ARJ-DOCTOR.                             00064218
           WRITE AREJ-OUT-REC.                                          00064219
           ADD 1 TO WS-NO-WARNINGS.                                     00064221
      *-----------------------*                                         00064222
       5950-WRITE-WARNING-END.                                          00064223
      *-----------------------*                                         00064225
           EXIT.                                                        00064226
                                                                        00064227
      *-----------------------*                                         00064228
       5960-CHECK-LICENSE.                                              00064230
      *-----------------------*                                         00064231
      *    the appointment stands; a license that lapses before         00064232
      *    WS-CHK-DATE goes on the desk's list as a warning.            00064234
      *    WS-CHK-DOC-CODE was resolved by the slot check               00064235
           IF WS-CHK-DOC-CODE = SPACE                                   00064236
              GO TO 5960-CHECK-LICENSE-END                              00064238
           END-IF.                                                      00064239
           MOVE 'N' TO WS-CRD-FOUND.                                    00064240
           PERFORM 5965-LICENSE-LOOKUP                                  00064242
              THRU 5965-LICENSE-LOOKUP-END                              00064243
              VARYING CRD-IDX FROM 1 BY 1                               00064244
              UNTIL CRD-IDX > WS-CRD-COUNT                              00064246
                 OR WS-CRD-HIT.                                         00064247
           IF NOT WS-CRD-HIT                                            00064248
              GO TO 5960-CHECK-LICENSE-END                              00064250
           END-IF.                                                      00064251
           SET CRD-IDX TO WS-CRD-HIT-SUB.                               00064252
           IF WS-CR-EXPDATE (CRD-IDX) NOT < WS-CHK-DATE                 00064253
              GO TO 5960-CHECK-LICENSE-END                              00064255
           END-IF.                                                      00064256
                                                                        00064257
           MOVE SPACE TO ARJ-REASON.                                    00064259
           STRING 'WARNING - LICENSE EXP ' WS-CR-EXPDATE (CRD-IDX)      00064260
              DELIMITED BY SIZE INTO ARJ-REASON.                        00064261
           DISPLAY 'BOOKING WARNING: ' ARJ-REASON.                      00064263
      *    the slot checked, not the transaction's: on a                00064264
      *    reschedule that is the new date and time                     00064265
           MOVE ATR-ACTION   TO ARJ-ACTION.                             00064267
           MOVE ATR-PATIENID TO ARJ-PATIENID.                           00064268
           MOVE WS-CHK-DATE  TO ARJ-DATE.                               00064269
           MOVE WS-CHK-TIME  TO ARJ-TIME.                               00064271
           MOVE WS-CHK-DOCTOR TO ARJ-DOCTOR.                            00064272
           WRITE AREJ-OUT-REC.                                          00064273
           ADD 1 TO WS-NO-LIC-WARNINGS.                                 00064275
      *-----------------------*                                         00064276
       5960-CHECK-LICENSE-END.                                          00064277
      *-----------------------*                                         00064278
           EXIT.                                                        00064280
                                                                        00064281
      *-----------------------*                                         00064282
       5965-LICENSE-LOOKUP.                                             00064284
      *-----------------------*                                         00064285
           IF WS-CR-DOC-CODE (CRD-IDX) = WS-CHK-DOC-CODE                00064286
              MOVE 'Y' TO WS-CRD-FOUND                                  00064288
              SET WS-CRD-HIT-SUB TO CRD-IDX                             00064289
           END-IF.                                                      00064290
      *-----------------------*                                         00064292
       5965-LICENSE-LOOKUP-END.                                         00064293
      *-----------------------*                                         00064294
           EXIT.                                                        00064296
                                                                        00064297
      *-----------------------*                                         00064298
       6000-REWRITE-MASTER.                                             00064300
      *-----------------------*                                         00064400
           SET APT-IDX TO WS-APT-SUB.                                   00064500
           MOVE WS-AT-DOCTOR (APT-IDX)   TO APT-DOCTOR.                 00065000
           MOVE WS-AT-TRTNAME (APT-IDX)  TO APT-TRTNAME.                00065100
           MOVE WS-AT-STATUS (APT-IDX)   TO APT-STATUS.                 00065200
           MOVE WS-AT-CONFIRM (APT-IDX)  TO APT-CONFIRM.                00065250
           WRITE APPT-OUT-REC FROM APPT-IN-REC.                         00065300
      *-----------------------*                                         00065400
       6000-REWRITE-MASTER-END.                                         00065500
