      *                                                                 00000800
      * But: Decharger la base IMS DB au complet (PATIENT et tous       00000900
      *      ses enfants: MEDICAL, DRUG, TREATMNT, BILLING,             00001000
      *      PAYMENT, COVERAGE, LABRSLT) vers un fichier                00001066
      *      sequentiel dans le                                         00001133
      *      meme format que celui attendu par INSRT, pour servir       00001200
      *      de sauvegarde ou repeupler un environnement.               00001300
      *                                                                 00001400
      *----------------------*                                          01610020
      *    a GN with no SSA steps to the next segment of any            01610030
      *    type in hierarchic sequence, so every level - PATIENT,       01610040
      *    MEDICAL, DRUG, TREATMNT, BILLING, PAYMENT, COVERAGE,         01610047
      *    LABRSLT - is unloaded in an order INSRT can reload           01610055
      *    positionally                                                 01610062
           INITIALIZE SEG-IO-AREA.                                      01610070
                                                                        01610080
           CALL 'CBLTDLI' USING WS-DLI-FUNCTION,                        01610090
