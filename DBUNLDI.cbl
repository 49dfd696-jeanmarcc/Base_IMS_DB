      * Fichier entree: TCHLIN, journal des patients touches par        00002701
      *      les transactions en ligne et les maintenances hors         00002702
      *      cycle (PREGIST, PPAYPOST, PRXPOST, PMUPDA, PMDELE,         00002703
      *      PADRMNT, PBCREA, PLABLOAD, PLABACK)                        00002751
      * Fichier sortie: UNLDOUT, increment au format DBUNLD             00002800
      *----------------------------------------------------------*      00002900
      *--------------------*                                            00003000
