      ***************************************************************
      * SUSPAIE - GABARIT DU FICHIER DES PAIES RETENUES (SUSPENS.DAT)
      * UNE FICHE PAR EMPLOYE ET PAR DATE DE PAIE SIGNALE PAR LA
      * VERIFICATION DES VARIATIONS (TP2-VARIATIONS) AVANT LA PAIE
      * NETTE. LES MOTIFS SONT DES INDICATEURS INDEPENDANTS, A BLANC
      * QUAND ILS NE S'APPLIQUENT PAS :
      *   E = BRUT ECARTE DE LA MOYENNE DES DERNIERES PERIODES
      *       AU-DELA DU SEUIL DE LA CARTE (SUS-SENS + OU -)
      *   P = PREMIERE PAIE (AUCUN HISTORIQUE ANTERIEUR)
      *   Z = BRUT A ZERO POUR UN EMPLOYE ACTIF
      *   N = NET ESTIME AU-DESSUS DU PLAFOND
      * SUS-STATUT : R = RETENUE (TP2-PAIE-NETTE N'EN FAIT NI DEPOT NI
      * CHEQUE), L = LIBEREE PAR UN OPERATEUR DE NIVEAU 3 A L'ECRAN
      * TP2-STPIERREDAVID (OPERATEUR ET HORODATAGE CONSERVES), V =
      * VERSEE - SUS-PERIODE-VERSEMENT EST LA PERIODE DE LA PAIE
      * NETTE QUI A FAIT LE DEPOT OU LE CHEQUE.
      ***************************************************************
       01  FICHE-SUSPENS.
           05  SUS-CLE.
               10  SUS-CODE              PIC X(6).
               10  SUS-DATE-PAIE         PIC 9(8).
           05  SUS-MOTIFS.
               10  SUS-MOTIF-ECART       PIC X.
                   88  SUS-ECART             VALUE "E".
               10  SUS-MOTIF-PREMIERE    PIC X.
                   88  SUS-PREMIERE-PAIE     VALUE "P".
               10  SUS-MOTIF-ZERO        PIC X.
                   88  SUS-BRUT-ZERO         VALUE "Z".
               10  SUS-MOTIF-PLAFOND     PIC X.
                   88  SUS-NET-PLAFOND       VALUE "N".
           05  SUS-BRUT                  PIC 9(6)V99.
           05  SUS-MOYENNE               PIC 9(6)V99.
           05  SUS-ECART-PCT             PIC 9(5)V99.
           05  SUS-SENS                  PIC X.
           05  SUS-NET-ESTIME            PIC 9(7)V99.
           05  SUS-STATUT                PIC X.
               88  SUS-RETENUE           VALUE "R".
               88  SUS-LIBEREE           VALUE "L".
               88  SUS-VERSEE            VALUE "V".
           05  SUS-OPERATEUR             PIC X(6).
           05  SUS-HORO-LIBERATION       PIC X(14).
           05  SUS-PERIODE-VERSEMENT     PIC 9(8).
