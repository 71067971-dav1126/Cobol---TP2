      ***************************************************************
      * RETEMPL - GABARIT DES RETENUES PROPRES A L'EMPLOYE
      * (RETENUES.DAT). FICHIER INDEXE, CLE EMPLOYE + CODE DE
      * RETENUE : SAISIES ORDONNEES PAR LE TRIBUNAL, REMBOURSEMENTS
      * D'AVANCES DE PAIE, DONS DE CHARITE, ETC. - TOUT CE QUE LES
      * BAREMES (BAREMES.DAT), COMMUNS A TOUS, NE COUVRENT PAS.
      *   RTN-TYPE       : S = SAISIE (JAMAIS SOUS LE NET PROTEGE),
      *                    A = AVANCE DE PAIE, D = DON, O = AUTRE
      *   RTN-MODE       : M = MONTANT FIXE PAR PERIODE
      *                    (RTN-MONTANT-PERIODE), P = POURCENTAGE
      *                    (RTN-POURCENT) DU NET APRES LES RETENUES
      *                    DES BAREMES
      *   RTN-TOTAL-DU   : MONTANT TOTAL A PRELEVER; A ZERO, LA
      *                    RETENUE N'A PAS DE FIN (DON CONTINU)
      *   RTN-CUMUL-PRELEVE : PRELEVE A CE JOUR. QUAND IL ATTEINT
      *                    RTN-TOTAL-DU, TP2-PAIE-NETTE MARQUE LA
      *                    RETENUE SOLDEE (RTN-STATUT S) ET CESSE DE
      *                    LA PRELEVER
      *   RTN-CREANCIER  : A QUI L'ARGENT EST REMIS (CREANCIER DE LA
      *                    SAISIE, ORGANISME DE CHARITE...)
      *   RTN-COMPTE-GL  : COMPTE DE PASSIF CREDITE PAR
      *                    TP2-GRAND-LIVRE (210400 SI A ZERO)
      * RTN-DERNIERE-PERIODE ET RTN-DERNIER-MONTANT GARDENT LE
      * PRELEVEMENT DE LA DERNIERE PERIODE PAYEE : UNE REPRISE DE LA
      * PAIE NETTE POUR LA MEME PERIODE LE REMPLACE AU LIEU DE LE
      * DOUBLER, ET TP2-GRAND-LIVRE RETROUVE LE SOLDE D'AVANT LA
      * PERIODE QU'IL PASSE AVANT OU APRES LA PAIE NETTE.
      ***************************************************************
       01  FICHE-RETENUE-EMPLOYE.
           05  RTN-CLE.
               10  RTN-CODE              PIC X(6).
               10  RTN-CODE-RETENUE      PIC X(4).
           05  RTN-TYPE                  PIC X.
               88  RTN-SAISIE            VALUE "S".
               88  RTN-AVANCE            VALUE "A".
               88  RTN-DON               VALUE "D".
           05  RTN-MODE                  PIC X.
               88  RTN-MODE-MONTANT      VALUE "M".
               88  RTN-MODE-POURCENT     VALUE "P".
           05  RTN-MONTANT-PERIODE       PIC 9(5)V99.
           05  RTN-POURCENT              PIC 99V99.
           05  RTN-TOTAL-DU              PIC 9(7)V99.
           05  RTN-CUMUL-PRELEVE         PIC 9(7)V99.
           05  RTN-CREANCIER             PIC X(25).
           05  RTN-COMPTE-GL             PIC 9(6).
           05  RTN-STATUT                PIC X.
               88  RTN-ACTIVE            VALUE "A".
               88  RTN-SOLDEE            VALUE "S".
           05  RTN-DERNIERE-PERIODE      PIC 9(8).
           05  RTN-DERNIER-MONTANT       PIC 9(5)V99.
