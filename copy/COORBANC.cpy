      * GARNIR LES FICHES D DU FICHIER DE DEPOT. UN EMPLOYE SANS
      * FICHE ICI EST PAYE PAR CHEQUE (LISTE CHEQUES.LIS) AU LIEU
      * D'ALLER AU FICHIER DE DEPOT.
      * UN CHANGEMENT SAISI A L'ECRAN N'ARRIVE ICI QU'APRES
      * APPROBATION PAR UN AUTRE OPERATEUR (DEMANDES EN ATTENTE DANS
      * DEMBANC.DAT). LA FICHE APPROUVEE EST MARQUEE P : LE PREMIER
      * VERSEMENT QUI SUIT SE FAIT PAR CHEQUE ET NON PAR DEPOT.
      * TP2-PAIE-NETTE LA PASSE ALORS A C AVEC LA PERIODE DU CHEQUE,
      * POUR QU'UNE REPRISE DE LA MEME PERIODE (ET TP2-GRAND-LIVRE)
      * AIGUILLE ENCORE VERS LE CHEQUE; LES PERIODES SUIVANTES VONT
      * AU DEPOT. TP2-ANNULATION REMET P SI LA PERIODE EST ANNULEE.
      ***************************************************************
       01  FICHE-COORD-BANCAIRE.
           05  CB-CODE                   PIC X(6).
           05  CB-TRANSIT                PIC 9(5).
           05  CB-INSTITUTION            PIC 9(3).
           05  CB-COMPTE                 PIC X(12).
           05  CB-PREMIER-VERSEMENT      PIC X.
               88  CB-CHEQUE-A-EMETTRE   VALUE "P".
               88  CB-CHEQUE-EMIS        VALUE "C".
           05  CB-PERIODE-CHEQUE         PIC 9(8).
