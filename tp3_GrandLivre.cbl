      *   - UN CREDIT DE COMPENSATION DU NET, VENTILE AVEC LES
      *     COORDONNEES BANCAIRES (COORDBANC.DAT) COMME LE FAIT
      *     TP2-PAIE-NETTE : DEPOTS 110100 POUR LES EMPLOYES AYANT
      *     DES COORDONNEES, CHEQUES 110200 POUR LES AUTRES ET POUR
      *     LE PREMIER VERSEMENT APRES UN CHANGEMENT APPROUVE DE
      *     COORDONNEES (FICHE P, OU C POUR LA PERIODE). LES
      *     DEUX CREDITS SONT CALCULES SUR LES NETS DE CETTE
      *     EXECUTION - PAS RELUS DE DEPOT.DAT, DONT LA FRAICHEUR
      *     N'EST PAS GARANTIE A L'ETAPE 6 - ET LES DEBITS BALANCENT
      *     SONT DEJA COMPTABILISES PAR TP2-RETRO DANS RETROGL.DAT
      *     (DEBIT DE SALAIRES PAR REGION, CREDIT DE COMPENSATION
      *     110300) - LES REPRENDRE ICI LES POSTERAIT DEUX FOIS.
      *   - UN CREDIT PAR COMPTE DE PASSIF DES RETENUES PROPRES A
      *     L'EMPLOYE (RETENUES.DAT, RTN-COMPTE-GL, 210400 PAR
      *     DEFAUT), CALCULEES COMME TP2-PAIE-NETTE (SAISIES D'ABORD,
      *     JAMAIS SOUS LE NET PROTEGE DE LA FICHE G DES BAREMES) ET
      *     RETIREES DU CREDIT DE COMPENSATION DU NET. LE PRELEVEMENT
      *     DE LA PERIODE DU REGISTRE (CONTROLE.DAT) EST RECALCULE
      *     SUR LE SOLDE D'AVANT LA PERIODE, QUE LA PAIE NETTE AIT
      *     DEJA TOURNE OU NON.
      *   - LA PART PATRONALE, EN POURCENT DU BRUT (FICHES E ET T
      *     DES BAREMES, COMME TP2-PAIE-NETTE) : UN DEBIT DE CHARGE
      *     PAR REGION (PENSION 520000, TAXE SUR LA MASSE SALARIALE
      *     530000, + CODE DE REGION) CONTRE LE PASSIF A REMETTRE
      *     (PENSION PATRONALE 210500, TAXE PATRONALE 210600).
      * AJOUTE SA FICHE A CONTROLE.DAT (NB1 = ECRITURES, MONTANT =
      * TOTAL DES DEBITS, MONTANT2 = TOTAL DES CREDITS) POUR QUE
      * TP2-CHAINE VERIFIE QUE LES DEBITS EGALENT LES CREDITS ET
      * RECOUPENT LE TOTAL DU REGISTRE AVANT QUE LE FICHIER NE MONTE
      * A LA COMPTABILITE. LES DEBITS DE LA PART PATRONALE N'ETANT
      * PAS DE LA PAIE DU REGISTRE, LEUR TOTAL EST DONNE A PART DANS
      * UNE SECONDE FICHE (TP2-GL-PATRONAL, MONTANT) QUE TP2-CHAINE
      * RETIRE DES DEBITS AVANT DE LES RECOUPER AVEC LE REGISTRE.
      ***************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CTLCHAINE.

           SELECT OPTIONAL FICHIER-RETENUES
                  ASSIGN TO "RETENUES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           RTN-CLE
                  FILE STATUS          W-STATUT-RETENUES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
               88  BAR-IMPOT             VALUE "I".
               88  BAR-PENSION           VALUE "P".
               88  BAR-SYNDICAT          VALUE "S".
               88  BAR-NET-PROTEGE       VALUE "G".
               88  BAR-PENSION-PATRONALE VALUE "E".
               88  BAR-TAXE-PATRONALE    VALUE "T".
           05  BAR-BORNE                 PIC 9(6)V99.
           05  BAR-TAUX                  PIC 99V99.

       FD  FICHIER-CTLCHAINE.
       01  LIGNE-CTLCHAINE                 PIC X(63).

       FD  FICHIER-RETENUES.
           COPY RETEMPL.

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
       01  W-STATUT-REGIONS                PIC 99.
       01  W-STATUT-ECRITURES              PIC 99.
       01  W-STATUT-CTLCHAINE              PIC 99.
       01  W-STATUT-RETENUES               PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-BAREMES               PIC 9 VALUE 0.
       01  W-IND-FIN-CTLCHAINE             PIC 9 VALUE 0.
       01  W-IND-FIN-RETENUES              PIC 9 VALUE 0.

      ***************************************************************
      * TABLE DES BANDES D'IMPOT ET AUTRES RETENUES - MEME
       01  W-TAUX-IMPOT                    PIC 99V99 VALUE 0.
       01  W-TAUX-PENSION                  PIC 99V99 VALUE 0.
       01  W-COTISATION-SYNDICALE          PIC 9(4)V99 VALUE 0.
       01  W-NET-PROTEGE                   PIC 9(6)V99 VALUE 300.00.
       01  W-TAUX-PENSION-PATRONALE        PIC 99V99 VALUE 0.
       01  W-TAUX-TAXE-PATRONALE           PIC 99V99 VALUE 0.

      ***************************************************************
      * SURTEMPS - MEME CALCUL DE BRUT QUE TP2-REGISTRE
           05  W-BRUT-REGION             PIC 9(8)V99 OCCURS 99
                                                     VALUE 0.
       01  W-IDX-REGION                    PIC 99 VALUE 0.
       01  W-PENSION-PATRONALE             PIC 9(6)V99 VALUE 0.
       01  W-TAXE-PATRONALE                PIC 9(6)V99 VALUE 0.
       01  W-TABLE-PATRONAL-REGIONS.
           05  W-PATRONAL-REGION OCCURS 99.
               10  W-PENSION-PATR-REGION PIC 9(8)V99 VALUE 0.
               10  W-TAXE-PATR-REGION    PIC 9(8)V99 VALUE 0.
       01  W-TOTAL-PENSION-PATRONALE       PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-TAXE-PATRONALE          PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-DEBITS-PATRONAL         PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-IMPOT                   PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-PENSION                 PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-SYNDICAT                PIC 9(9)V99 VALUE 0.

       01  W-DATE-AJD                      PIC 9(8).

      ***************************************************************
      * RETENUES PROPRES A L'EMPLOYE - MEME CALCUL QUE
      * TP2-PAIE-NETTE, CUMULE PAR COMPTE DE PASSIF. LA PERIODE DU
      * REGISTRE SERT A RETROUVER LE SOLDE D'AVANT LA PERIODE.
      ***************************************************************
       01  W-DATE-PAIE                     PIC 9(8) VALUE 0.
       01  W-PASSE-RETENUE                 PIC 9 VALUE 1.
       01  W-BASE-RETENUE                  PIC 9(7)V99 VALUE 0.
       01  W-CUMUL-AVANT                   PIC 9(7)V99 VALUE 0.
       01  W-SOLDE-RETENUE                 PIC S9(7)V99 VALUE 0.
       01  W-DISPONIBLE                    PIC S9(7)V99 VALUE 0.
       01  W-MONTANT-RETENUE               PIC 9(5)V99 VALUE 0.
       01  W-COMPTE-RETENUE                PIC 9(6) VALUE 0.
       01  W-NB-COMPTES-RET                PIC 99 VALUE 0.
       01  W-TABLE-COMPTES-RET.
           05  W-COMPTE-RET OCCURS 50.
               10  W-CR-COMPTE           PIC 9(6).
               10  W-CR-LIBELLE          PIC X(25).
               10  W-CR-MONTANT          PIC 9(9)V99.
       01  W-IDX-CR                        PIC 99 VALUE 0.
       01  W-IND-CR-TROUVE                 PIC 9 VALUE 0.

      ***************************************************************
      * FICHE DE CONTROLE POUR LA BALANCE DE LA CHAINE DE NUIT
      ***************************************************************
       01  W-COMPTE-SYNDICAT               PIC 9(6) VALUE 210300.
       01  W-COMPTE-DEPOTS                 PIC 9(6) VALUE 110100.
       01  W-COMPTE-CHEQUES                PIC 9(6) VALUE 110200.
       01  W-COMPTE-RETENUES               PIC 9(6) VALUE 210400.
       01  W-COMPTE-PENSION-PATR-BASE      PIC 9(6) VALUE 520000.
       01  W-COMPTE-TAXE-PATR-BASE         PIC 9(6) VALUE 530000.
       01  W-COMPTE-PENSION-PATRONALE      PIC 9(6) VALUE 210500.
       01  W-COMPTE-TAXE-PATRONALE         PIC 9(6) VALUE 210600.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT FICHIER-COORDONNEES.
           OPEN INPUT FICHIER-REGIONS.
           OPEN OUTPUT FICHIER-ECRITURES.
           OPEN INPUT FICHIER-RETENUES.
           MOVE 1                 TO W-NB-COMPTES-RET.
           MOVE W-COMPTE-RETENUES TO W-CR-COMPTE(1).
           MOVE "AUTRES RETENUES" TO W-CR-LIBELLE(1).
           MOVE 0                 TO W-CR-MONTANT(1).
           PERFORM 1100-LIRE-BAREME UNTIL W-IND-FIN-BAREMES = 1.
           CLOSE FICHIER-BAREMES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           OPEN INPUT FICHIER-CTLCHAINE.
           PERFORM 1285-LIRE-CONTROLE UNTIL W-IND-FIN-CTLCHAINE = 1.
           CLOSE FICHIER-CTLCHAINE.

      ******************************************************************
      * 1100-LIRE-BAREME CHARGE LE FICHIER DE BAREMES COMME
      * TP2-PAIE-NETTE : BANDES D'IMPOT EN TABLE, TAUX DE PENSION ET
      * COTISATION SYNDICALE DANS LEURS ZONES, TAUX DE LA PART
      * PATRONALE.
      ******************************************************************
       1100-LIRE-BAREME.
           READ FICHIER-BAREMES
                       MOVE BAR-TAUX  TO W-TAUX-PENSION
                   WHEN BAR-SYNDICAT
                       MOVE BAR-BORNE TO W-COTISATION-SYNDICALE
                   WHEN BAR-NET-PROTEGE
                       MOVE BAR-BORNE TO W-NET-PROTEGE
                   WHEN BAR-PENSION-PATRONALE
                       MOVE BAR-TAUX  TO W-TAUX-PENSION-PATRONALE
                   WHEN BAR-TAXE-PATRONALE
                       MOVE BAR-TAUX  TO W-TAUX-TAXE-PATRONALE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 1285-LIRE-CONTROLE RETIENT LA PERIODE DE LA DERNIERE FICHE DE
      * TP2-REGISTRE DANS CONTROLE.DAT, COMME TP2-PAIE-NETTE.
      ******************************************************************
       1285-LIRE-CONTROLE.
           READ FICHIER-CTLCHAINE INTO FICHE-CONTROLE-CHAINE
               AT END MOVE 1 TO W-IND-FIN-CTLCHAINE
           END-READ.
           IF W-IND-FIN-CTLCHAINE = 0
           AND CTL-PROGRAMME = "TP2-REGISTRE"
           AND CTL-MONTANT2 NOT = 0
               MOVE CTL-MONTANT2 TO W-DATE-PAIE
           END-IF.

      ******************************************************************
      * LES FICHES AU STATUT T (EMPLOYES PARTIS) NE SONT PAS PAYEES.
       2000-LIRE-EMPLOYE.
      * SALAIRES DE LA REGION, RETENUES AUX CREDITS, ET NET AU
      * CREDIT DE COMPENSATION DES DEPOTS OU DES CHEQUES SELON QUE
      * L'EMPLOYE A OU NON DES COORDONNEES BANCAIRES - LE MEME
      * AIGUILLAGE QUE 3350-ECRIRE-DEPOT DE TP2-PAIE-NETTE. LA PART
      * PATRONALE EST CUMULEE PAR REGION.
      ******************************************************************
       2100-ACCUMULER-EMPLOYE.
           IF EMPL-NB-HEURES > W-HEURES-SEMAINE-NORMALE
           IF W-MONTANT-NET < 0
               MOVE 0 TO W-MONTANT-NET
           END-IF.
           MOVE W-MONTANT-NET TO W-BASE-RETENUE.
           MOVE 1 TO W-PASSE-RETENUE.
           PERFORM 2300-PARCOURIR-RETENUES.
           MOVE 2 TO W-PASSE-RETENUE.
           PERFORM 2300-PARCOURIR-RETENUES.

           COMPUTE W-PENSION-PATRONALE ROUNDED =
                   W-MONTANT-BRUT * W-TAUX-PENSION-PATRONALE / 100.
           COMPUTE W-TAXE-PATRONALE ROUNDED =
                   W-MONTANT-BRUT * W-TAUX-TAXE-PATRONALE / 100.
           IF EMPL-REGION > 0
               ADD W-MONTANT-BRUT TO W-BRUT-REGION(EMPL-REGION)
               ADD W-PENSION-PATRONALE
                   TO W-PENSION-PATR-REGION(EMPL-REGION)
               ADD W-TAXE-PATRONALE
                   TO W-TAXE-PATR-REGION(EMPL-REGION)
               ADD W-PENSION-PATRONALE TO W-TOTAL-PENSION-PATRONALE
               ADD W-TAXE-PATRONALE    TO W-TOTAL-TAXE-PATRONALE
           END-IF.
           ADD W-MONTANT-IMPOT        TO W-TOTAL-IMPOT.
           ADD W-MONTANT-PENSION      TO W-TOTAL-PENSION.
               INVALID KEY
                   ADD W-MONTANT-NET TO W-TOTAL-NET-CHEQUES
               NOT INVALID KEY
                   IF CB-CHEQUE-A-EMETTRE
                   OR (CB-CHEQUE-EMIS
                       AND CB-PERIODE-CHEQUE = W-DATE-PAIE)
                       ADD W-MONTANT-NET TO W-TOTAL-NET-CHEQUES
                   ELSE
                       ADD W-MONTANT-NET TO W-TOTAL-NET-DEPOTS
                   END-IF
           END-READ.

      ******************************************************************
               ADD 1 TO W-IDX-BANDE
           END-IF.

      ******************************************************************
      * 2300-PARCOURIR-RETENUES : PASSE 1 = SAISIES, PASSE 2 = AUTRES
      * RETENUES DE L'EMPLOYE, DANS L'ORDRE DE TP2-PAIE-NETTE.
      ******************************************************************
       2300-PARCOURIR-RETENUES.
           MOVE 0 TO W-IND-FIN-RETENUES.
           MOVE EMPL-CODE  TO RTN-CODE.
           MOVE LOW-VALUES TO RTN-CODE-RETENUE.
           START FICHIER-RETENUES KEY NOT < RTN-CLE
               INVALID KEY
                   MOVE 1 TO W-IND-FIN-RETENUES
           END-START.
           PERFORM 2310-LIRE-RETENUE UNTIL W-IND-FIN-RETENUES = 1.

      ******************************************************************
       2310-LIRE-RETENUE.
           READ FICHIER-RETENUES NEXT
               AT END MOVE 1 TO W-IND-FIN-RETENUES
           END-READ.
           IF W-IND-FIN-RETENUES = 0
           AND RTN-CODE NOT = EMPL-CODE
               MOVE 1 TO W-IND-FIN-RETENUES
           END-IF.
           IF W-IND-FIN-RETENUES = 0
           AND (RTN-ACTIVE OR RTN-DERNIERE-PERIODE = W-DATE-PAIE)
           AND ((W-PASSE-RETENUE = 1 AND RTN-SAISIE)
             OR (W-PASSE-RETENUE = 2 AND NOT RTN-SAISIE))
               PERFORM 2320-CALCULER-RETENUE
               IF W-MONTANT-RETENUE > 0
                   PERFORM 2330-CUMULER-COMPTE
               END-IF
           END-IF.

      ******************************************************************
      * 2320-CALCULER-RETENUE - MEMES BORNES QUE 3270-CALCULER-RETENUE
      * DE TP2-PAIE-NETTE : SOLDE DU, PUIS NET DISPONIBLE.
      ******************************************************************
       2320-CALCULER-RETENUE.
           IF RTN-DERNIERE-PERIODE = W-DATE-PAIE
               COMPUTE W-CUMUL-AVANT =
                       RTN-CUMUL-PRELEVE - RTN-DERNIER-MONTANT
           ELSE
               MOVE RTN-CUMUL-PRELEVE TO W-CUMUL-AVANT
           END-IF.
           IF RTN-MODE-POURCENT
               COMPUTE W-MONTANT-RETENUE ROUNDED =
                       W-BASE-RETENUE * RTN-POURCENT / 100
           ELSE
               MOVE RTN-MONTANT-PERIODE TO W-MONTANT-RETENUE
           END-IF.
           IF RTN-TOTAL-DU > 0
               COMPUTE W-SOLDE-RETENUE = RTN-TOTAL-DU - W-CUMUL-AVANT
               IF W-SOLDE-RETENUE < 0
                   MOVE 0 TO W-SOLDE-RETENUE
               END-IF
               IF W-MONTANT-RETENUE > W-SOLDE-RETENUE
                   MOVE W-SOLDE-RETENUE TO W-MONTANT-RETENUE
               END-IF
           END-IF.
           IF RTN-SAISIE
               COMPUTE W-DISPONIBLE = W-MONTANT-NET - W-NET-PROTEGE
           ELSE
               MOVE W-MONTANT-NET TO W-DISPONIBLE
           END-IF.
           IF W-DISPONIBLE < 0
               MOVE 0 TO W-DISPONIBLE
           END-IF.
           IF W-MONTANT-RETENUE > W-DISPONIBLE
               MOVE W-DISPONIBLE TO W-MONTANT-RETENUE
           END-IF.
           SUBTRACT W-MONTANT-RETENUE FROM W-MONTANT-NET.

      ******************************************************************
      * 2330-CUMULER-COMPTE AJOUTE LE PRELEVEMENT AU COMPTE DE PASSIF
      * DE LA RETENUE. LE COMPTE DES RETENUES PAR DEFAUT OCCUPE LE
      * PREMIER POSTE DE LA TABLE (1000-INITIALISER); AU-DELA DE 50
      * COMPTES DISTINCTS, LE MONTANT Y EST VERSE.
      ******************************************************************
       2330-CUMULER-COMPTE.
           IF RTN-COMPTE-GL NUMERIC AND RTN-COMPTE-GL > 0
               MOVE RTN-COMPTE-GL TO W-COMPTE-RETENUE
           ELSE
               MOVE W-COMPTE-RETENUES TO W-COMPTE-RETENUE
           END-IF.
           MOVE 0 TO W-IND-CR-TROUVE.
           PERFORM 2340-CHERCHER-COMPTE
               VARYING W-IDX-CR FROM 1 BY 1
               UNTIL W-IDX-CR > W-NB-COMPTES-RET
               OR W-IND-CR-TROUVE = 1.
           IF W-IND-CR-TROUVE = 1
               SUBTRACT 1 FROM W-IDX-CR
           ELSE
               IF W-NB-COMPTES-RET < 50
                   ADD 1 TO W-NB-COMPTES-RET
                   MOVE W-NB-COMPTES-RET TO W-IDX-CR
                   MOVE W-COMPTE-RETENUE TO W-CR-COMPTE(W-IDX-CR)
                   MOVE RTN-CREANCIER    TO W-CR-LIBELLE(W-IDX-CR)
                   MOVE 0                TO W-CR-MONTANT(W-IDX-CR)
               ELSE
                   MOVE 1 TO W-IDX-CR
               END-IF
           END-IF.
           ADD W-MONTANT-RETENUE TO W-CR-MONTANT(W-IDX-CR).

      ******************************************************************
       2340-CHERCHER-COMPTE.
           IF W-CR-COMPTE(W-IDX-CR) = W-COMPTE-RETENUE
               MOVE 1 TO W-IND-CR-TROUVE
           END-IF.

      ******************************************************************
       4000-ECRIRE-ECRITURES.
           PERFORM 4100-DEBITER-REGION
               VARYING W-IDX-REGION FROM 1 BY 1
               UNTIL W-IDX-REGION > 99.
           PERFORM 4150-DEBITER-PATRONAL
               VARYING W-IDX-REGION FROM 1 BY 1
               UNTIL W-IDX-REGION > 99.
           MOVE "C" TO WE-SENS.
           MOVE W-COMPTE-IMPOT   TO WE-COMPTE.
           MOVE W-TOTAL-IMPOT    TO WE-MONTANT.
           MOVE W-TOTAL-SYNDICAT  TO WE-MONTANT.
           MOVE "COTISATIONS SYNDICALES" TO WE-LIBELLE.
           PERFORM 4200-ECRIRE-CREDIT.
           IF W-TOTAL-PENSION-PATRONALE > 0
               MOVE W-COMPTE-PENSION-PATRONALE TO WE-COMPTE
               MOVE W-TOTAL-PENSION-PATRONALE  TO WE-MONTANT
               MOVE "PENSION PATRONALE A REMETTRE" TO WE-LIBELLE
               PERFORM 4200-ECRIRE-CREDIT
           END-IF.
           IF W-TOTAL-TAXE-PATRONALE > 0
               MOVE W-COMPTE-TAXE-PATRONALE TO WE-COMPTE
               MOVE W-TOTAL-TAXE-PATRONALE  TO WE-MONTANT
               MOVE "TAXE PATRONALE A REMETTRE" TO WE-LIBELLE
               PERFORM 4200-ECRIRE-CREDIT
           END-IF.
           PERFORM 4300-CREDITER-RETENUE
               VARYING W-IDX-CR FROM 1 BY 1
               UNTIL W-IDX-CR > W-NB-COMPTES-RET.
           MOVE W-COMPTE-DEPOTS     TO WE-COMPTE.
           MOVE W-TOTAL-NET-DEPOTS  TO WE-MONTANT.
           MOVE "COMPENSATION DEPOTS NETS" TO WE-LIBELLE.
               WRITE LIGNE-ECRITURE
           END-IF.

      ******************************************************************
      * 4150-DEBITER-PATRONAL ECRIT LES DEBITS DE CHARGE DE LA PART
      * PATRONALE D'UNE REGION : PENSION AU COMPTE 520000 + CODE DE
      * REGION, TAXE SUR LA MASSE SALARIALE AU COMPTE 530000 + CODE
      * DE REGION.
      ******************************************************************
       4150-DEBITER-PATRONAL.
           IF W-PENSION-PATR-REGION(W-IDX-REGION) > 0
           OR W-TAXE-PATR-REGION(W-IDX-REGION) > 0
               MOVE W-IDX-REGION TO REG-CODE
               READ FICHIER-REGIONS
                   INVALID KEY
                       MOVE "(REGION INCONNUE)" TO REG-NOM
               END-READ
           END-IF.
           IF W-PENSION-PATR-REGION(W-IDX-REGION) > 0
               COMPUTE WE-COMPTE =
                       W-COMPTE-PENSION-PATR-BASE + W-IDX-REGION
               MOVE W-PENSION-PATR-REGION(W-IDX-REGION) TO WE-MONTANT
               MOVE SPACE TO WE-LIBELLE
               STRING "PENSION PATR. " DELIMITED BY SIZE
                      REG-NOM DELIMITED BY SIZE
                      INTO WE-LIBELLE
               PERFORM 4160-ECRIRE-DEBIT-PATRONAL
           END-IF.
           IF W-TAXE-PATR-REGION(W-IDX-REGION) > 0
               COMPUTE WE-COMPTE =
                       W-COMPTE-TAXE-PATR-BASE + W-IDX-REGION
               MOVE W-TAXE-PATR-REGION(W-IDX-REGION) TO WE-MONTANT
               MOVE SPACE TO WE-LIBELLE
               STRING "TAXE PATR. " DELIMITED BY SIZE
                      REG-NOM DELIMITED BY SIZE
                      INTO WE-LIBELLE
               PERFORM 4160-ECRIRE-DEBIT-PATRONAL
           END-IF.

      ******************************************************************
       4160-ECRIRE-DEBIT-PATRONAL.
           MOVE W-DATE-AJD TO WE-DATE.
           MOVE "D" TO WE-SENS.
           ADD WE-MONTANT TO W-TOTAL-DEBITS.
           ADD WE-MONTANT TO W-TOTAL-DEBITS-PATRONAL.
           ADD 1 TO W-NB-ECRITURES.
           MOVE W-LIGNE-ECRITURE TO LIGNE-ECRITURE.
           WRITE LIGNE-ECRITURE.

      ******************************************************************
       4200-ECRIRE-CREDIT.
           MOVE W-DATE-AJD TO WE-DATE.
           MOVE W-LIGNE-ECRITURE TO LIGNE-ECRITURE.
           WRITE LIGNE-ECRITURE.

      ******************************************************************
      * 4300-CREDITER-RETENUE ECRIT LE CREDIT D'UN COMPTE DE PASSIF
      * DES RETENUES PROPRES A L'EMPLOYE, LIBELLE AU NOM DU PREMIER
      * CREANCIER RENCONTRE SUR LE COMPTE.
      ******************************************************************
       4300-CREDITER-RETENUE.
           IF W-CR-MONTANT(W-IDX-CR) > 0
               PERFORM 4350-ECRIRE-CREDIT-RETENUE
           END-IF.

      ******************************************************************
       4350-ECRIRE-CREDIT-RETENUE.
           MOVE "C" TO WE-SENS.
           MOVE W-CR-COMPTE(W-IDX-CR)  TO WE-COMPTE.
           MOVE W-CR-MONTANT(W-IDX-CR) TO WE-MONTANT.
           MOVE SPACE TO WE-LIBELLE.
           STRING "RETENUES " DELIMITED BY SIZE
                  W-CR-LIBELLE(W-IDX-CR) DELIMITED BY SIZE
                  INTO WE-LIBELLE.
           PERFORM 4200-ECRIRE-CREDIT.

      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-COORDONNEES.
           CLOSE FICHIER-REGIONS.
           CLOSE FICHIER-ECRITURES.
           CLOSE FICHIER-RETENUES.
           PERFORM 9500-ECRIRE-CONTROLE.

      ******************************************************************
      * 9500-ECRIRE-CONTROLE AJOUTE LA FICHE DE CONTROLE DES
      * ECRITURES A CONTROLE.DAT : TP2-CHAINE VERIFIE QUE MONTANT
      * (DEBITS) = MONTANT2 (CREDITS) ET QUE LES DEBITS RECOUPENT LE
      * TOTAL DU REGISTRE DE PAIE. LA SECONDE FICHE, TP2-GL-PATRONAL,
      * DONNE LE TOTAL DES DEBITS DE LA PART PATRONALE (MONTANT) ET
      * LA PERIODE DU REGISTRE (MONTANT2); CES DEBITS SONT DEJA
      * COMPRIS DANS LE MONTANT DE LA PREMIERE FICHE.
      ******************************************************************
       9500-ECRIRE-CONTROLE.
           MOVE SPACE TO CTL-PROGRAMME.
           OPEN EXTEND FICHIER-CTLCHAINE.
           MOVE FICHE-CONTROLE-CHAINE TO LIGNE-CTLCHAINE.
           WRITE LIGNE-CTLCHAINE.
           MOVE SPACE TO CTL-PROGRAMME.
           MOVE 0 TO CTL-NB1 CTL-NB2 CTL-NB3 CTL-MONTANT
                     CTL-MONTANT2.
           MOVE "TP2-GL-PATRONAL"       TO CTL-PROGRAMME.
           MOVE W-TOTAL-DEBITS-PATRONAL TO CTL-MONTANT.
           MOVE W-DATE-PAIE             TO CTL-MONTANT2.
           MOVE FICHE-CONTROLE-CHAINE TO LIGNE-CTLCHAINE.
           WRITE LIGNE-CTLCHAINE.
           CLOSE FICHIER-CTLCHAINE.
