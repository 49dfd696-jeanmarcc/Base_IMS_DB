      *      prescriptions sont anterieures a la date de                00001400
      *      renouvellement fournie sur la carte de controle,           00001500
      *      regroupees par medicament pour les relances des            00001600
      *      cliniciens. Un patient decede (indicateur du segment       00001666
      *      PATIENT) n'est pas liste.                                  00001733
      *                                                                 00001800
      * Fichier CTLCARD: date de renouvellement (YYYYMMDD) -            00001900
      *      toute prescription plus vieille est a renouveler           00002000
       01 WS-COUNTERS.                                                  00007200
           05 WS-NO-RX-SCANNED             PIC 9(8).                    00007300
           05 WS-NO-RX-AGED                PIC 9(8).                    00007400
           05 WS-NO-DECEASED               PIC 9(8).                    00007450
                                                                        00007500
       01 WS-SAVE-PATIENTID             PIC X(05).                      00007600
       01 WS-SAVE-PATNAME               PIC X(20).                      00007700
           05 WS-PATDOB            PIC X(08).                           00015000
           05 WS-PATPHONE          PIC X(10).                           00015100
           05 WS-PATINSUR          PIC X(15).                           00015200
           05 WS-PAT-DEATH-FLAG    PIC X(01).                           00015250
              88 WS-PAT-IS-DECEASED VALUE 'D'.                          00015300
           05 FILLER               PIC X(01).                           00015350
                                                                        00015400
       01 WS-MEDICAL-SEG REDEFINES SEG-IO-AREA.                         00015500
          05 WS-MEDICALID  PIC X(06).                                   00015600
           DISPLAY "***** FIN PROCEDURE DIVISION *****".                00021100
           DISPLAY 'PRESCRIPTIONS SCANNED: ' WS-NO-RX-SCANNED.          00021200
           DISPLAY 'DUE FOR RENEWAL      : ' WS-NO-RX-AGED.             00021300
           DISPLAY 'DECEASED - SKIPPED   : ' WS-NO-DECEASED.            00021350
                                                                        00021400
           GOBACK.                                                      00021500
                                                                        00021600
                MOVE WS-PATIENT-ID TO WS-SAVE-PATIENTID                 00028200
                MOVE WS-PATNAME    TO WS-SAVE-PATNAME                   00028300
                                                                        00028400
      *         no renewal is chased for a deceased patient             00028450
                IF WS-PAT-IS-DECEASED                                   00028500
                   ADD 1 TO WS-NO-DECEASED                              00028550
                ELSE                                                    00028600
                   MOVE DLI-GN TO WS-DLI-FUNCTION                       00028650
                   PERFORM 4500-GET-MEDICAL                             00028700
                      THRU 4500-GET-MEDICAL-END                         00028750
                      UNTIL STATUS-CODE NOT = SPACE                     00028800
                END-IF                                                  00028850
                                                                        00028900
      *         re-establish position on the patient so the next        00029000
      *         unqualified GN steps to the following root              00029100
       9999-ABEND-END.                                                  00040700
      *-------------------*                                             00040800
           EXIT.                                                        00040900
                                                                        00041000
