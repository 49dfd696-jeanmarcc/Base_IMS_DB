      *      retenue (GHU) puis remplacee (REPL) - le meme patron       00001500
      *      que PPATMNT pour les demographiques. L'adresse             00001600
      *      courante d'un patient est celle a la date d'effet          00001700
      *      la plus recente. Une adresse chargee ou corrigee ici       00001740
      *      part toujours sans la marque non distribuable posee        00001780
      *      par PRETMAIL (courrier retourne): PBMSTMT et PBCOLL        00001820
      *      reprennent alors l'envoi.                                  00001860
      *                                                                 00001900
      * Fichier entree: FI01IN, un enregistrement ADDRESS par           00002000
      *      adresse a charger ou corriger                              00002100
          05 WS-ADR-CITY     PIC X(15).                                 00012900
          05 WS-ADR-REGION   PIC X(02).                                 00013000
          05 WS-ADR-POSTAL   PIC X(07).                                 00013100
      *       U = mail returned from it (PRETMAIL)                      00013140
          05 WS-ADR-UNDELIV  PIC X(01).                                 00013180
             88 WS-ADR-UNDELIVERABLE    VALUE 'U'.                      00013220
          05 FILLER          PIC X(07).                                 00013260
                                                                        00013300
      *-----------------------*                                         00013400
       LINKAGE SECTION.                                                 00013500
           MOVE FI01-DATA-CITY    TO WS-ADR-CITY.                       00024800
           MOVE FI01-DATA-REGION  TO WS-ADR-REGION.                     00024900
           MOVE FI01-DATA-POSTAL  TO WS-ADR-POSTAL.                     00025000
      *    a new or corrected address has not been returned yet         00025033
           MOVE SPACE             TO WS-ADR-UNDELIV.                    00025066
           MOVE WS-ADDRESS-SEG    TO SEG-IO-AREA.                       00025100
                                                                        00025200
           CALL 'CBLTDLI' USING DLI-ISRT,                               00025300
