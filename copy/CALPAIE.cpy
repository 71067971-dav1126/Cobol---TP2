      * PAYER, P = PAYEE (TP2-REGISTRE LA MARQUE EN FIN
      * D'EXECUTION), R = REPRISE EXPLICITEMENT AUTORISEE PAR
      * L'EXPLOITATION. RELU PAR TP2-REGISTRE, TP2-PAIE-NETTE ET
      * TP2-CHAINE. LES PERIODES DE LA NOUVELLE ANNEE SONT CREEES PAR
      * TP2-CLOTURE-ANNEE, QUI PASSE CELLES DE L'ANNEE FERMEE DANS
      * CALENDRIER.AAAA.
      ***************************************************************
       01  FICHE-CALENDRIER.
           05  CAL-DATE-PERIODE          PIC 9(8).
