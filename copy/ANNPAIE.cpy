      ***************************************************************
      * ANNPAIE - GABARIT DU FICHIER DES FICHES D'HISTORIQUE
      * RETIREES PAR L'ANNULATION D'UNE PERIODE DE PAIE
      * (ANNULPAIE.DAT, ECRIT EN EXTENSION PAR TP2-ANNULATION). LA
      * FICHE D'ORIGINE Y EST RECOPIEE TELLE QUELLE DANS ANN-IMAGE,
      * PRECEDEE DE SA PROVENANCE ET DE LA DATE DE L'ANNULATION :
      *   P = HISTOPAIE.DAT (GABARIT HISTPAIE)
      *   N = HISTONET.DAT  (GABARIT HISTNET)
      *   R = HISTORET.DAT  (GABARIT HISTRET)
      * LES FICHES PEUVENT AINSI ETRE RECHARGEES SI L'ANNULATION
      * ETAIT UNE ERREUR.
      ***************************************************************
       01  FICHE-ANNULATION.
           05  ANN-TYPE                  PIC X.
               88  ANN-HISTOPAIE         VALUE "P".
               88  ANN-HISTONET          VALUE "N".
               88  ANN-HISTORET          VALUE "R".
           05  ANN-DATE-ANNULATION       PIC 9(8).
           05  ANN-IMAGE                 PIC X(100).
