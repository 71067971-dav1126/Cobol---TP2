      ***************************************************************
      * BANQCONG - GABARIT DE LA BANQUE DE CONGES (CONGES.DAT)
      * FICHIER INDEXE, UNE FICHE PAR EMPLOYE, CLE BQC-CODE (LE
      * EMPL-CODE D'EMPLOYES.DAT). LES SOLDES SONT EN HEURES :
      *   - BQC-SOLDE-VACANCES : ACQUIS CHAQUE PERIODE PAR
      *     TP2-ACQUIS-CONGES SUR LES HEURES PAYEES DE HISTOPAIE.DAT,
      *     A UN TAUX QUI MONTE AVEC L'ANCIENNETE (EMPL-DATEEMB)
      *   - BQC-SOLDE-MALADIE : ACQUIS AU MEME MOMENT, A TAUX FIXE
      * LES CONGES PRIS ARRIVENT DANS RETOUR.DAT AVEC UN CODE DE
      * PAIE V (VACANCES) OU M (MALADIE); TP2-RETOUR-HEURES DEBITE
      * LE SOLDE ET REFUSE L'ENTREE SI LE SOLDE NE SUFFIT PAS.
      * BQC-PERIODE-DEBIT EST LA PERIODE DE PAIE DU DERNIER DEBIT,
      * BQC-DEBIT-VACANCES ET BQC-DEBIT-MALADIE LES HEURES DEBITEES
      * POUR ELLE : UNE REPRISE DU RETOUR DES HEURES DE LA MEME
      * PERIODE LES REMET D'ABORD AU SOLDE AU LIEU DE DEBITER DEUX
      * FOIS.
      * BQC-DERNIERE-PERIODE EST LA DERNIERE PERIODE ACQUISE - UNE
      * REPRISE DE L'ACQUISITION NE DOUBLE PAS LES HEURES.
      * AU DEPART DE L'EMPLOYE (ECRAN OU MOUVEMENT S DE
      * TP2-MOUVEMENTS), LE SOLDE DE VACANCES RESTANT EST MARQUE A
      * PAYER (BQC-STATUT P, AVEC LA DATE DE DEPART) ET RESSORT SUR
      * LE RAPPORT MENSUEL DE TP2-BANQUE-CONGES. LE SOLDE DE MALADIE
      * N'EST PAS MONNAYABLE.
      ***************************************************************
       01  FICHE-BANQUE-CONGES.
           05  BQC-CODE                  PIC X(6).
           05  BQC-SOLDE-VACANCES        PIC 9(5)V99.
           05  BQC-SOLDE-MALADIE         PIC 9(5)V99.
           05  BQC-DERNIERE-PERIODE      PIC 9(8).
           05  BQC-STATUT                PIC X.
               88  BQC-ACTIF             VALUE "A".
               88  BQC-A-PAYER           VALUE "P".
           05  BQC-DATE-DEPART           PIC 9(8).
           05  BQC-PERIODE-DEBIT         PIC 9(8).
           05  BQC-DEBIT-VACANCES        PIC 9(5)V99.
           05  BQC-DEBIT-MALADIE         PIC 9(5)V99.
