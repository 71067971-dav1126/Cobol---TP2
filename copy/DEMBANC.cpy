      ***************************************************************
      * DEMBANC - GABARIT DES DEMANDES DE CHANGEMENT DES COORDONNEES
      * BANCAIRES (DEMBANC.DAT). UNE FICHE PAR DEMANDE, CLE = CODE
      * EMPLOYE + HORODATAGE DE LA SAISIE. L'ECRAN DES COORDONNEES
      * BANCAIRES DE TP2-STPIERREDAVID N'ECRIT PLUS DANS
      * COORDBANC.DAT : IL CREE UNE DEMANDE EN ATTENTE (STATUT E)
      * AVEC LES ANCIENNES ET LES NOUVELLES VALEURS ET L'OPERATEUR
      * QUI L'A SAISIE. UN AUTRE OPERATEUR L'APPROUVE (A, ET
      * COORDBANC.DAT EST ALORS MIS A JOUR) OU LA REJETTE (R) A
      * L'ECRAN D'APPROBATION; SON CODE ET L'HORODATAGE DE LA
      * DECISION SONT CONSERVES. UNE SEULE DEMANDE EN ATTENTE PAR
      * EMPLOYE. LISTE CHAQUE NUIT PAR TP2-DEMANDES-BANQUE.
      ***************************************************************
       01  FICHE-DEMANDE-BANQUE.
           05  DMB-CLE.
               10  DMB-CODE              PIC X(6).
               10  DMB-HORO-SAISIE       PIC X(14).
           05  DMB-ANCIEN.
               10  DMB-ANC-TRANSIT       PIC 9(5).
               10  DMB-ANC-INSTITUTION   PIC 9(3).
               10  DMB-ANC-COMPTE        PIC X(12).
           05  DMB-NOUVEAU.
               10  DMB-NOU-TRANSIT       PIC 9(5).
               10  DMB-NOU-INSTITUTION   PIC 9(3).
               10  DMB-NOU-COMPTE        PIC X(12).
           05  DMB-OPER-SAISIE           PIC X(6).
           05  DMB-STATUT                PIC X.
               88  DMB-EN-ATTENTE        VALUE "E".
               88  DMB-APPROUVEE         VALUE "A".
               88  DMB-REJETEE           VALUE "R".
           05  DMB-OPER-DECISION         PIC X(6).
           05  DMB-HORO-DECISION         PIC X(14).
