      *      lui-meme: l'utilitaire de chargement INSRT (etape          00001100
      *      JCL apres le chargement, carte 'INSRT COMPLETE'), ou       00001200
      *      la mise en quiesce de la base pour maintenance             00001300
      *      (cartes 'QUIESCE ACTIVE' et 'QUIESCE RELEASED'), ou        00001350
      *      l'approbation d'un cycle hors equilibre apres examen       00001400
      *      de la preuve de PBBAL (carte 'PBBAL RELEASED').            00001450
      *      Les programmes du cycle consultent ces estampilles         00001500
      *      a leur demarrage.                                          00001600
      *                                                                 00001700
