      ***************************************************************
      * HISTRET - GABARIT DE L'HISTORIQUE DES RETENUES PROPRES A
      * L'EMPLOYE (HISTORET.DAT). UNE FICHE PAR EMPLOYE, DATE DE
      * PAIE ET CODE DE RETENUE (RETENUES.DAT), ECRITE PAR
      * TP2-PAIE-NETTE AVEC LA FICHE DE HISTONET.DAT DE LA MEME
      * PERIODE. LE TYPE, LE CREANCIER ET LE COMPTE Y SONT RECOPIES
      * POUR QUE L'HISTORIQUE SE LISE SEUL, MEME UNE FOIS LA RETENUE
      * RETIREE DE RETENUES.DAT. HRET-SOLDE EST CE QUI RESTAIT DU
      * APRES LE PRELEVEMENT (ZERO POUR UNE RETENUE SANS FIN).
      * LU PAR TP2-TALONS (TALON DE PAIE) ET TP2-SAISIES (LISTE
      * MENSUELLE PAR CREANCIER).
      ***************************************************************
       01  FICHE-HISTO-RETENUE.
           05  HRET-CLE.
               10  HRET-CODE             PIC X(6).
               10  HRET-DATE-PAIE        PIC 9(8).
               10  HRET-CODE-RETENUE     PIC X(4).
           05  HRET-REGION               PIC 99.
           05  HRET-TYPE                 PIC X.
               88  HRET-SAISIE           VALUE "S".
           05  HRET-MONTANT              PIC 9(5)V99.
           05  HRET-SOLDE                PIC 9(7)V99.
           05  HRET-CREANCIER            PIC X(25).
           05  HRET-COMPTE-GL            PIC 9(6).
