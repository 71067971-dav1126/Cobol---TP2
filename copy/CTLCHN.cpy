      *                    NB3 = EXCLUES
      *   TP2-GRAND-LIVRE: NB1 = ECRITURES, MONTANT = TOTAL DES
      *                    DEBITS, MONTANT2 = TOTAL DES CREDITS
      *                    PUIS UNE FICHE TP2-GL-PATRONAL :
      *                    MONTANT = DEBITS DE LA PART PATRONALE
      *                    (DEJA DANS LES DEBITS), MONTANT2 = PERIODE
      *   TP2-VARIATIONS : NB1 = EMPLOYES VERIFIES, NB2 = SIGNALES,
      *                    NB3 = PAIES RETENUES, MONTANT = NET ESTIME
      *                    RETENU, MONTANT2 = PERIODE VERIFIEE;
      *                    TP2-CHAINE NE LA RECOUPE PAS
      * HORS CHAINE, TP2-RETRO AJOUTE AUSSI SA FICHE (NB1 =
      * ECRITURES DE RETROGL.DAT, MONTANT = DEBITS, MONTANT2 =
      * CREDITS); TP2-CHAINE L'IGNORE, ELLE SERT A PROUVER LA
      * BALANCE DES ECRITURES DE RATTRAPAGE.
      * TP2-ANNULATION, AUSSI HORS CHAINE, Y AJOUTE LA FICHE DE
      * L'ANNULATION D'UNE PERIODE (NB1 = FICHES RETIREES DE
      * HISTOPAIE.DAT, NB2 = DE HISTONET.DAT, NB3 = ECRITURES
      * INVERSES, MONTANT = BRUT RETIRE, MONTANT2 = PERIODE ANNULEE);
      * TP2-CHAINE L'IGNORE AUSSI.
      ***************************************************************
       01  FICHE-CONTROLE-CHAINE.
           05  CTL-PROGRAMME             PIC X(20).
