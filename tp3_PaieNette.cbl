      *     ATTEINT LE BRUT S'APPLIQUE AU BRUT ENTIER
      *   - TYPE P : TAUX DE LA PENSION EN POURCENT DU BRUT
      *   - TYPE S : COTISATION SYNDICALE, MONTANT FIXE PAR SEMAINE
      * LES FICHES E (PART PATRONALE DE LA PENSION) ET T (TAXE
      * PATRONALE SUR LA MASSE SALARIALE) Y DONNENT EN POURCENT DU
      * BRUT CE QUE L'EMPLOYEUR PAIE EN PLUS DU SALAIRE : CETTE PART
      * EST CALCULEE POUR CHAQUE EMPLOYE, CONSERVEE DANS HISTONET.DAT
      * ET TOTALISEE EN FIN D'ETAT, SANS TOUCHER LE NET.
      * IMPRIME UN ETAT BRUT-A-NET PAR EMPLOYE GROUPE PAR REGION
      * (PAIENET.LIS) ET ECRIT LE FICHIER DE DEPOT A FORMAT FIXE POUR
      * LA BANQUE (DEPOT.DAT) : UNE FICHE D PAR EMPLOYE PORTANT LES
      * D'EXECUTION; CEUX D'EMPLOYES NON PAYES CETTE NUIT Y
      * RESTENT POUR LA PROCHAINE PAIE. SI AJUSTEMENTS.DAT DEBORDE
      * LA TABLE, LE PROGRAMME S'ARRETE EN ERREUR SANS RIEN ECRIRE
      * - AUCUN RATTRAPAGE NE PEUT ETRE PERDU EN SILENCE. LE
      * RATTRAPAGE VERSE EST CONSERVE DANS L'HISTORIQUE DES RETENUES
      * (HNET-AJUSTEMENT) POUR LE TALON DE PAIE DE TP2-TALONS.
      * APRES LES RETENUES DES BAREMES, LES RETENUES PROPRES A
      * L'EMPLOYE (RETENUES.DAT : SAISIES, AVANCES, DONS) SONT
      * PRELEVEES SUR LE NET - LES SAISIES D'ABORD, SANS JAMAIS
      * DESCENDRE LE NET SOUS LE NET PROTEGE (FICHE G DES BAREMES,
      * BAR-BORNE; 300,00 $ SANS FICHE G), PUIS LES AUTRES DANS
      * L'ORDRE DU CODE DE RETENUE, SANS RENDRE LE NET NEGATIF.
      * CHAQUE RETENUE S'ARRETE A SON TOTAL DU ET EST ALORS MARQUEE
      * SOLDEE. CHAQUE PRELEVEMENT EST IMPRIME SOUS LA LIGNE DE
      * DETAIL DE L'ETAT, SOUS-TOTALISE PAR REGION ET CONSERVE DANS
      * L'HISTORIQUE (HISTORET.DAT, TOTAL DANS HNET-AUTRES-RETENUES).
      * UN EMPLOYE RETENU PAR LA VERIFICATION DES VARIATIONS DE LA
      * CHAINE (SUSPENS.DAT, STATUT R, ECRIT PAR TP2-VARIATIONS) A
      * SON NET CALCULE, IMPRIME ET CONSERVE DANS HISTONET.DAT EN
      * MODE S, MAIS NE PART NI AU DEPOT NI EN CHEQUE. UNE PAIE
      * LIBEREE A L'ECRAN AVANT LA PAIE NETTE (STATUT L) PART
      * NORMALEMENT. LES PAIES RETENUES DES PERIODES PRECEDENTES,
      * LIBEREES DEPUIS, SONT VERSEES EN FIN D'EXECUTION : LE NET
      * CONSERVE DANS HISTONET.DAT PART AU DEPOT (OU EN CHEQUE) DE
      * LA NUIT, LA FICHE D'HISTORIQUE PREND LE MODE REEL ET LA
      * FICHE DE SUSPENS.DAT PASSE AU STATUT V, DATEE DE LA PERIODE
      * QUI A FAIT LE VERSEMENT. L'ETAT LES LISTE A PART, APRES LE
      * TOTAL GENERAL (ELLES SONT DEJA DANS CELUI DE LEUR PERIODE).
      * DES COORDONNEES BANCAIRES NOUVELLEMENT APPROUVEES (FICHE
      * MARQUEE P DANS COORDBANC.DAT) NE SERVENT PAS AU PREMIER
      * VERSEMENT : IL SE FAIT PAR CHEQUE, SIGNALE SUR LA LISTE DES
      * CHEQUES, ET LA FICHE PASSE A C AVEC LA PERIODE PAYEE - UNE
      * REPRISE DE LA MEME PERIODE EMET DONC ENCORE UN CHEQUE.
      ***************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FICHIER-IDX      ASSIGN TO "EMPLOYES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           EMPL-CODE
                  ALTERNATE RECORD KEY EMPL-NOM-PRENOM WITH DUPLICATES
                  ALTERNATE RECORD KEY EMPL-DATEEMB WITH DUPLICATES
                  RECORD KEY           HNET-CLE
                  FILE STATUS          W-STATUT-HISTONET.

           SELECT OPTIONAL FICHIER-RETENUES
                  ASSIGN TO "RETENUES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           RTN-CLE
                  FILE STATUS          W-STATUT-RETENUES.

           SELECT OPTIONAL FICHIER-HISTORET
                  ASSIGN TO "HISTORET.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           HRET-CLE
                  FILE STATUS          W-STATUT-HISTORET.

           SELECT OPTIONAL FICHIER-SUSPENS
                  ASSIGN TO "SUSPENS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           SUS-CLE
                  FILE STATUS          W-STATUT-SUSPENS.

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

       FD  FICHIER-HISTONET.
           COPY HISTNET.

       FD  FICHIER-RETENUES.
           COPY RETEMPL.

       FD  FICHIER-HISTORET.
           COPY HISTRET.

       FD  FICHIER-SUSPENS.
           COPY SUSPAIE.

       SD  FICHIER-TRI.
       01  SD-FICHE-TRI.
           05  SD-EMPL-REGION            PIC 99.
       01  W-STATUT-CALENDRIER             PIC 99.
       01  W-STATUT-COORDONNEES            PIC 99.
       01  W-STATUT-CHEQUES                PIC 99.
       01  W-STATUT-RETENUES               PIC 99.
       01  W-STATUT-HISTORET               PIC 99.
       01  W-STATUT-SUSPENS                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
       01  W-IND-FIN-BAREMES               PIC 9 VALUE 0.
       01  W-IND-FIN-TRI                    PIC 9 VALUE 0.
       01  W-IND-PREMIERE-LIGNE             PIC 9 VALUE 1.
       01  W-IND-FIN-SUSPENS                PIC 9 VALUE 0.

      ***************************************************************
      * TABLE DES BANDES D'IMPOT, EN ORDRE CROISSANT DE BORNE DANS
       01  W-TAUX-IMPOT                     PIC 99V99 VALUE 0.
       01  W-TAUX-PENSION                   PIC 99V99 VALUE 0.
       01  W-COTISATION-SYNDICALE           PIC 9(4)V99 VALUE 0.
       01  W-NET-PROTEGE                    PIC 9(6)V99 VALUE 300.00.
       01  W-TAUX-PENSION-PATRONALE         PIC 99V99 VALUE 0.
       01  W-TAUX-TAXE-PATRONALE            PIC 99V99 VALUE 0.

      ***************************************************************
      * RUPTURE DE CONTROLE ET ZONES DE CALCUL
       01  W-MONTANT-IMPOT                  PIC 9(6)V99 VALUE 0.
       01  W-MONTANT-PENSION                PIC 9(6)V99 VALUE 0.
       01  W-MONTANT-NET                    PIC S9(7)V99 VALUE 0.
       01  W-PENSION-PATRONALE              PIC 9(6)V99 VALUE 0.
       01  W-TAXE-PATRONALE                 PIC 9(6)V99 VALUE 0.
       01  W-TOTAL-PENSION-PATRONALE        PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-TAXE-PATRONALE           PIC 9(9)V99 VALUE 0.
       01  W-SS-TOTAL-NET-REGION            PIC 9(8)V99 VALUE 0.
       01  W-TOTAL-NET-GENERAL              PIC 9(9)V99 VALUE 0.
       01  W-NB-DEPOTS                      PIC 9(6) VALUE 0.
       01  W-NB-CHEQUES                     PIC 9(6) VALUE 0.
       01  W-TOTAL-CHEQUES                  PIC 9(9)V99 VALUE 0.

      ***************************************************************
      * PAIES RETENUES PAR LA VERIFICATION DES VARIATIONS, ET PAIES
      * RETENUES DES PERIODES PRECEDENTES VERSEES CETTE NUIT
      ***************************************************************
       01  W-IND-PAIE-RETENUE               PIC 9 VALUE 0.
       01  W-NB-PAIES-RETENUES              PIC 9(6) VALUE 0.
       01  W-TOTAL-PAIES-RETENUES           PIC 9(9)V99 VALUE 0.
       01  W-NB-LIBERES-VERSES              PIC 9(6) VALUE 0.
       01  W-TOTAL-LIBERES-VERSES           PIC 9(9)V99 VALUE 0.
       01  W-NOM-LIBERE                     PIC X(20).

      ***************************************************************
      * PREMIER VERSEMENT APRES UN CHANGEMENT DE COORDONNEES
      * BANCAIRES APPROUVE : PAR CHEQUE
      ***************************************************************
       01  W-IND-CHEQUE-FORCE               PIC 9 VALUE 0.
       01  W-NB-CHEQUES-FORCES              PIC 9(6) VALUE 0.

      ***************************************************************
      * SURTEMPS - MEME CALCUL DE BRUT QUE TP2-REGISTRE : LES HEURES
      * AU-DELA DE LA SEMAINE NORMALE SONT PAYEES A TAUX ET DEMI
       01  W-AJUSTEMENT-APPLIQUE            PIC 9(7)V99 VALUE 0.
       01  W-SS-TOTAL-AJU-REGION            PIC 9(8)V99 VALUE 0.

      ***************************************************************
      * RETENUES PROPRES A L'EMPLOYE (RETENUES.DAT). LA PASSE 1
      * PRELEVE LES SAISIES, LA PASSE 2 LES AUTRES. LES PRELEVEMENTS
      * DE L'EMPLOYE EN COURS SONT GARDES EN TABLE POUR L'ETAT ET
      * L'HISTORIQUE; AU-DELA DE 20 RETENUES POUR UN MEME EMPLOYE,
      * LES SUIVANTES SONT REPORTEES ET SIGNALEES.
      ***************************************************************
       01  W-IND-FIN-RETENUES               PIC 9 VALUE 0.
       01  W-PASSE-RETENUE                  PIC 9 VALUE 1.
       01  W-BASE-RETENUE                   PIC 9(7)V99 VALUE 0.
       01  W-CUMUL-AVANT                    PIC 9(7)V99 VALUE 0.
       01  W-SOLDE-RETENUE                  PIC S9(7)V99 VALUE 0.
       01  W-DISPONIBLE                     PIC S9(7)V99 VALUE 0.
       01  W-MONTANT-RETENUE                PIC 9(5)V99 VALUE 0.
       01  W-TOTAL-AUTRES-RETENUES          PIC 9(7)V99 VALUE 0.
       01  W-SS-TOTAL-RET-REGION            PIC 9(8)V99 VALUE 0.
       01  W-NB-RET-APPLIQUEES              PIC 99 VALUE 0.
       01  W-TABLE-RET-APPLIQUEES.
           05  W-RETAP OCCURS 20.
               10  W-RETAP-CODE          PIC X(4).
               10  W-RETAP-TYPE          PIC X.
               10  W-RETAP-MONTANT       PIC 9(5)V99.
               10  W-RETAP-SOLDE         PIC 9(7)V99.
               10  W-RETAP-CREANCIER     PIC X(25).
               10  W-RETAP-COMPTE        PIC 9(6).
       01  W-IDX-RETAP                      PIC 99 VALUE 0.

      ***************************************************************
      * FICHES DU FICHIER DE DEPOT POUR LA BANQUE - LA FICHE D PORTE
      * LES COORDONNEES BANCAIRES COMPLETES DE L'EMPLOYE
           05  W-CQ-NOM                  PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-CQ-MONTANT              PIC ZZ,ZZZ.99.
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-CQ-MOTIF                PIC X(30) VALUE SPACE.

       01  W-LIGNE-CHEQUES-TOTAL.
           05  FILLER                    PIC X(24)
                             VALUE "  MONTANT:".
           05  W-CT-MONTANT              PIC ZZZ,ZZZ,ZZZ.99.

       01  W-LIGNE-CHEQUES-FORCES.
           05  FILLER                    PIC X(24)
                             VALUE "DONT NOUVEAUX COMPTES:".
           05  W-CF-NB                   PIC ZZZZZ9.

      ***************************************************************
      * LIGNES DE L'ETAT BRUT-A-NET
      ***************************************************************
           05  FILLER                    PIC X(36) VALUE SPACE.
           05  W-AJ-MONTANT              PIC ZZ,ZZZ.99.

       01  W-LIGNE-RETENUE.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  FILLER                    PIC X(8) VALUE "RETENUE ".
           05  W-RL-CODE                 PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-RL-CREANCIER            PIC X(25).
           05  FILLER                    PIC X(26) VALUE SPACE.
           05  W-RL-MONTANT              PIC ZZ,ZZZ.99.

       01  W-LIGNE-SOUS-TOTAL-RET.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  FILLER                    PIC X(24)
                                 VALUE "DONT AUTRES RETENUES".
           05  W-SR-REGION               PIC Z9.
           05  FILLER                    PIC X(26) VALUE SPACE.
           05  W-SR-MONTANT              PIC ZZZ,ZZZ.99.

       01  W-LIGNE-SOUS-TOTAL-AJU.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  FILLER                    PIC X(24)
           05  FILLER                    PIC X(30) VALUE SPACE.
           05  W-TG-MONTANT              PIC ZZZ,ZZZ,ZZZ.99.

       01  W-LIGNE-TOTAL-PATRONAL.
           05  W-TP-LIBELLE              PIC X(54).
           05  W-TP-MONTANT              PIC ZZZ,ZZZ,ZZZ.99.

       01  W-LIGNE-PAIE-RETENUE.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  FILLER                    PIC X(50)
               VALUE "PAIE RETENUE (VARIATIONS) - NI DEPOT NI CHEQUE".

       01  W-LIGNE-TOTAL-RETENUES.
           05  FILLER                    PIC X(24)
                                 VALUE "DONT PAIES RETENUES".
           05  W-TR-NB                   PIC ZZZZZ9.
           05  FILLER                    PIC X(24) VALUE SPACE.
           05  W-TR-MONTANT              PIC ZZZ,ZZZ,ZZZ.99.

       01  W-LIGNE-TITRE-LIBERES.
           05  FILLER                    PIC X(50)
                 VALUE "VERSEMENTS DE PAIES RETENUES LIBEREES".

       01  W-LIGNE-LIBERE.
           05  W-L-CODE                  PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-L-NOM                   PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-L-PERIODE               PIC 9999/99/99.
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-L-MODE                  PIC X(7).
           05  FILLER                    PIC X(5)  VALUE SPACE.
           05  W-L-MONTANT               PIC ZZ,ZZZ.99.

       01  W-LIGNE-TOTAL-LIBERES.
           05  FILLER                    PIC X(24)
                                 VALUE "TOTAL VERSE (LIBERES)".
           05  W-TL-NB                   PIC ZZZZZ9.
           05  FILLER                    PIC X(24) VALUE SPACE.
           05  W-TL-MONTANT              PIC ZZZ,ZZZ,ZZZ.99.

       01  W-LIGNE-AUCUN-LIBERE.
           05  FILLER                    PIC X(10) VALUE "  (AUCUN)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-CHARGER-AJUSTEMENTS.
               INPUT PROCEDURE 2000-ALIMENTER-TRI
               OUTPUT PROCEDURE 3000-IMPRIMER-ETAT.

           PERFORM 3800-VERSER-LIBERES.
           PERFORM 9000-TERMINER.
           STOP RUN.

           OPEN OUTPUT FICHIER-ETAT.
           OPEN OUTPUT FICHIER-DEPOT.
           OPEN I-O FICHIER-HISTONET.
           OPEN I-O FICHIER-COORDONNEES.
           OPEN OUTPUT FICHIER-CHEQUES.
           OPEN I-O FICHIER-RETENUES.
           OPEN I-O FICHIER-HISTORET.
           OPEN I-O FICHIER-SUSPENS.
           PERFORM 1100-LIRE-BAREME UNTIL W-IND-FIN-BAREMES = 1.
           CLOSE FICHIER-BAREMES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-EXECUTION.
      * 1100-LIRE-BAREME CHARGE LE FICHIER DE BAREMES : LES BANDES
      * D'IMPOT DANS LA TABLE (DANS L'ORDRE DU FICHIER), LE TAUX DE
      * PENSION ET LA COTISATION SYNDICALE DANS LEURS ZONES. POUR LA
      * FICHE S, LE MONTANT FIXE OCCUPE LA ZONE BAR-BORNE, COMME LE
      * NET PROTEGE DES SAISIES POUR LA FICHE G. LES TAUX DE LA PART
      * PATRONALE (FICHES E ET T) SONT DANS BAR-TAUX.
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
      * LES FICHES AU STATUT T (EMPLOYES PARTIS) NE SONT PAS PAYEES.
       2100-LIRE-EMPLOYE.
           READ FICHIER-IDX NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
           MOVE W-TOTAL-NET-GENERAL TO W-TG-MONTANT.
           MOVE W-LIGNE-TOTAL-GENERAL TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           IF W-NB-PAIES-RETENUES > 0
               MOVE W-NB-PAIES-RETENUES    TO W-TR-NB
               MOVE W-TOTAL-PAIES-RETENUES TO W-TR-MONTANT
               MOVE W-LIGNE-TOTAL-RETENUES TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.
           MOVE "PART PATRONALE - PENSION (HORS NET)" TO W-TP-LIBELLE.
           MOVE W-TOTAL-PENSION-PATRONALE TO W-TP-MONTANT.
           MOVE W-LIGNE-TOTAL-PATRONAL TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE "PART PATRONALE - TAXE SUR LA MASSE SALARIALE"
               TO W-TP-LIBELLE.
           MOVE W-TOTAL-TAXE-PATRONALE TO W-TP-MONTANT.
           MOVE W-LIGNE-TOTAL-PATRONAL TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.

      ******************************************************************
       3100-TRAITER-LIGNE-TRIEE.
      * 3200-CALCULER-NET APPLIQUE LES RETENUES AU BRUT. LE TAUX
      * D'IMPOT EST CELUI DE LA PREMIERE BANDE DONT LA BORNE ATTEINT
      * LE BRUT; AU-DELA DE LA DERNIERE BORNE, LE TAUX DE LA DERNIERE
      * BANDE S'APPLIQUE. UN NET NEGATIF EST PLANCHE A ZERO. LES
      * RETENUES PROPRES A L'EMPLOYE VIENNENT ENSUITE, AVANT LE
      * RATTRAPAGE RETROACTIF.
      ******************************************************************
       3200-CALCULER-NET.
           IF SD-EMPL-NB-HEURES > W-HEURES-SEMAINE-NORMALE
                   W-MONTANT-BRUT * W-TAUX-IMPOT / 100.
           COMPUTE W-MONTANT-PENSION ROUNDED =
                   W-MONTANT-BRUT * W-TAUX-PENSION / 100.
           COMPUTE W-PENSION-PATRONALE ROUNDED =
                   W-MONTANT-BRUT * W-TAUX-PENSION-PATRONALE / 100.
           COMPUTE W-TAXE-PATRONALE ROUNDED =
                   W-MONTANT-BRUT * W-TAUX-TAXE-PATRONALE / 100.
           ADD W-PENSION-PATRONALE TO W-TOTAL-PENSION-PATRONALE.
           ADD W-TAXE-PATRONALE    TO W-TOTAL-TAXE-PATRONALE.
           COMPUTE W-MONTANT-NET = W-MONTANT-BRUT - W-MONTANT-IMPOT
                   - W-MONTANT-PENSION - W-COTISATION-SYNDICALE.
           IF W-MONTANT-NET < 0
               MOVE 0 TO W-MONTANT-NET
           END-IF.
           PERFORM 3250-APPLIQUER-RETENUES.
           PERFORM 3230-APPLIQUER-AJUSTEMENT.

      ******************************************************************
           END-IF.
           ADD 1 TO W-IDX-AJU.

      ******************************************************************
      * 3250-APPLIQUER-RETENUES PRELEVE LES RETENUES DE L'EMPLOYE EN
      * DEUX PASSES SUR SES FICHES DE RETENUES.DAT : LES SAISIES
      * D'ABORD, PUIS LES AUTRES. LE POURCENTAGE D'UNE RETENUE
      * S'APPLIQUE AU NET APRES LES BAREMES (W-BASE-RETENUE), LE
      * MEME POUR TOUTES.
      ******************************************************************
       3250-APPLIQUER-RETENUES.
           MOVE 0 TO W-NB-RET-APPLIQUEES.
           MOVE 0 TO W-TOTAL-AUTRES-RETENUES.
           MOVE W-MONTANT-NET TO W-BASE-RETENUE.
           MOVE 1 TO W-PASSE-RETENUE.
           PERFORM 3255-PARCOURIR-RETENUES.
           MOVE 2 TO W-PASSE-RETENUE.
           PERFORM 3255-PARCOURIR-RETENUES.

      ******************************************************************
       3255-PARCOURIR-RETENUES.
           MOVE 0 TO W-IND-FIN-RETENUES.
           MOVE SD-EMPL-CODE TO RTN-CODE.
           MOVE LOW-VALUES   TO RTN-CODE-RETENUE.
           START FICHIER-RETENUES KEY NOT < RTN-CLE
               INVALID KEY
                   MOVE 1 TO W-IND-FIN-RETENUES
           END-START.
           PERFORM 3260-LIRE-RETENUE UNTIL W-IND-FIN-RETENUES = 1.

      ******************************************************************
      * 3260-LIRE-RETENUE RETIENT LES RETENUES ACTIVES DE LA PASSE EN
      * COURS, ET CELLES SOLDEES PAR UNE PREMIERE EXECUTION DE LA
      * MEME PERIODE (REPRISE DE LA PAIE NETTE).
      ******************************************************************
       3260-LIRE-RETENUE.
           READ FICHIER-RETENUES NEXT
               AT END MOVE 1 TO W-IND-FIN-RETENUES
           END-READ.
           IF W-IND-FIN-RETENUES = 0
           AND RTN-CODE NOT = SD-EMPL-CODE
               MOVE 1 TO W-IND-FIN-RETENUES
           END-IF.
           IF W-IND-FIN-RETENUES = 0
           AND (RTN-ACTIVE OR RTN-DERNIERE-PERIODE = W-DATE-PAIE)
           AND ((W-PASSE-RETENUE = 1 AND RTN-SAISIE)
             OR (W-PASSE-RETENUE = 2 AND NOT RTN-SAISIE))
               IF W-NB-RET-APPLIQUEES < 20
                   PERFORM 3270-CALCULER-RETENUE
                   PERFORM 3280-REECRIRE-RETENUE
               ELSE
                   DISPLAY "TP2-PAIE-NETTE - PLUS DE 20 RETENUES, "
                           "REPORTEE: " RTN-CLE
               END-IF
           END-IF.

      ******************************************************************
      * 3270-CALCULER-RETENUE : MONTANT FIXE OU POURCENTAGE, BORNE AU
      * SOLDE DU, PUIS AU NET DISPONIBLE - AU-DESSUS DU NET PROTEGE
      * POUR UNE SAISIE, AU-DESSUS DE ZERO POUR LES AUTRES. SI LA
      * PERIODE A DEJA ETE PRELEVEE, LE CUMUL EST REPRIS D'AVANT.
      ******************************************************************
       3270-CALCULER-RETENUE.
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
           ADD W-MONTANT-RETENUE TO W-TOTAL-AUTRES-RETENUES.

      ******************************************************************
      * 3280-REECRIRE-RETENUE REPORTE LE PRELEVEMENT DANS LA FICHE DE
      * RETENUE, LA MARQUE SOLDEE QUAND LE TOTAL DU EST ATTEINT, ET
      * GARDE LE PRELEVEMENT EN TABLE POUR L'ETAT ET L'HISTORIQUE.
      ******************************************************************
       3280-REECRIRE-RETENUE.
           COMPUTE RTN-CUMUL-PRELEVE = W-CUMUL-AVANT
                   + W-MONTANT-RETENUE.
           MOVE W-MONTANT-RETENUE TO RTN-DERNIER-MONTANT.
           MOVE W-DATE-PAIE       TO RTN-DERNIERE-PERIODE.
           IF RTN-TOTAL-DU > 0
           AND RTN-CUMUL-PRELEVE NOT < RTN-TOTAL-DU
               MOVE "S" TO RTN-STATUT
           ELSE
               MOVE "A" TO RTN-STATUT
           END-IF.
           REWRITE FICHE-RETENUE-EMPLOYE
               INVALID KEY
                   DISPLAY "TP2-PAIE-NETTE - RETENUE NON REECRITE: "
                           RTN-CLE
           END-REWRITE.
           IF W-MONTANT-RETENUE > 0
               ADD 1 TO W-NB-RET-APPLIQUEES
               MOVE RTN-CODE-RETENUE
                   TO W-RETAP-CODE(W-NB-RET-APPLIQUEES)
               MOVE RTN-TYPE  TO W-RETAP-TYPE(W-NB-RET-APPLIQUEES)
               MOVE W-MONTANT-RETENUE
                   TO W-RETAP-MONTANT(W-NB-RET-APPLIQUEES)
               IF RTN-TOTAL-DU > 0
                   COMPUTE W-RETAP-SOLDE(W-NB-RET-APPLIQUEES) =
                           RTN-TOTAL-DU - RTN-CUMUL-PRELEVE
               ELSE
                   MOVE 0 TO W-RETAP-SOLDE(W-NB-RET-APPLIQUEES)
               END-IF
               MOVE RTN-CREANCIER
                   TO W-RETAP-CREANCIER(W-NB-RET-APPLIQUEES)
               MOVE RTN-COMPTE-GL
                   TO W-RETAP-COMPTE(W-NB-RET-APPLIQUEES)
           END-IF.

      ******************************************************************
       3300-ECRIRE-DETAIL.
           MOVE SD-EMPL-REGION        TO W-D-REGION.
               MOVE W-LIGNE-AJUSTEMENT TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.
           PERFORM 3310-ECRIRE-RETENUE
               VARYING W-IDX-RETAP FROM 1 BY 1
               UNTIL W-IDX-RETAP > W-NB-RET-APPLIQUEES.
           ADD W-TOTAL-AUTRES-RETENUES TO W-SS-TOTAL-RET-REGION.
           ADD W-MONTANT-NET TO W-SS-TOTAL-NET-REGION
                                W-TOTAL-NET-GENERAL.
           ADD W-MONTANT-SUPP TO W-SS-TOTAL-SUPP-REGION.
           ADD W-AJUSTEMENT-APPLIQUE TO W-SS-TOTAL-AJU-REGION.
           PERFORM 3340-VERIFIER-RETENUE.
           IF W-IND-PAIE-RETENUE = 1
               MOVE "S" TO W-MODE-PAIEMENT
               ADD 1 TO W-NB-PAIES-RETENUES
               ADD W-MONTANT-NET TO W-TOTAL-PAIES-RETENUES
               MOVE W-LIGNE-PAIE-RETENUE TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           ELSE
               PERFORM 3350-ECRIRE-DEPOT
           END-IF.
           PERFORM 3360-ECRIRE-HISTONET.

      ******************************************************************
       3310-ECRIRE-RETENUE.
           MOVE W-RETAP-CODE(W-IDX-RETAP)      TO W-RL-CODE.
           MOVE W-RETAP-CREANCIER(W-IDX-RETAP) TO W-RL-CREANCIER.
           MOVE W-RETAP-MONTANT(W-IDX-RETAP)   TO W-RL-MONTANT.
           MOVE W-LIGNE-RETENUE TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.

      ******************************************************************
      * 3340-VERIFIER-RETENUE CHERCHE L'EMPLOYE DANS LES PAIES
      * RETENUES DE LA PERIODE : AU STATUT R, LE NET RESTE RETENU;
      * LIBEREE A L'ECRAN (L), OU DEJA VERSEE PAR UNE PREMIERE
      * EXECUTION DE LA MEME PERIODE (V), LA PAIE PART ET LA FICHE
      * EST MARQUEE VERSEE.
      ******************************************************************
       3340-VERIFIER-RETENUE.
           MOVE 0 TO W-IND-PAIE-RETENUE.
           MOVE SD-EMPL-CODE TO SUS-CODE.
           MOVE W-DATE-PAIE  TO SUS-DATE-PAIE.
           READ FICHIER-SUSPENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUS-RETENUE
                       MOVE 1 TO W-IND-PAIE-RETENUE
                   ELSE
                       MOVE "V" TO SUS-STATUT
                       MOVE W-DATE-PAIE TO SUS-PERIODE-VERSEMENT
                       REWRITE FICHE-SUSPENS
                   END-IF
           END-READ.

      ******************************************************************
      * 3350-ECRIRE-DEPOT RELIT LES COORDONNEES BANCAIRES DE
      * L'EMPLOYE : SI ELLES EXISTENT, LA FICHE D COMPLETE PART AU
      * FICHIER DE DEPOT; SINON L'EMPLOYE SORT SUR LA LISTE DES
      * CHEQUES A EMETTRE. DES COORDONNEES NOUVELLEMENT APPROUVEES
      * DONNENT AUSSI UN CHEQUE (3380-VERIFIER-PREMIER-VERSEMENT).
      ******************************************************************
       3350-ECRIRE-DEPOT.
           MOVE SD-EMPL-CODE TO CB-CODE.
                   MOVE "C" TO W-MODE-PAIEMENT
                   PERFORM 3370-ECRIRE-CHEQUE
               NOT INVALID KEY
                   PERFORM 3380-VERIFIER-PREMIER-VERSEMENT
                   IF W-IND-CHEQUE-FORCE = 1
                       MOVE "C" TO W-MODE-PAIEMENT
                       PERFORM 3370-ECRIRE-CHEQUE
                   ELSE
                       PERFORM 3355-ECRIRE-FICHE-D
                   END-IF
           END-READ.

      ******************************************************************
       3355-ECRIRE-FICHE-D.
           MOVE "D" TO W-MODE-PAIEMENT.
           ADD 1 TO W-NB-DEPOTS.
           ADD W-MONTANT-NET TO W-TOTAL-DEPOTS.
           MOVE SPACE TO FICHE-DEPOT-BANQUE.
           MOVE "D"            TO WD-TYPE.
           MOVE SD-EMPL-CODE   TO WD-CODE.
           MOVE CB-TRANSIT     TO WD-TRANSIT.
           MOVE CB-INSTITUTION TO WD-INSTITUTION.
           MOVE CB-COMPTE      TO WD-COMPTE.
           MOVE W-MONTANT-NET  TO WD-MONTANT.
           MOVE FICHE-DEPOT-BANQUE TO LIGNE-DEPOT.
           WRITE LIGNE-DEPOT.

      ******************************************************************
      * 3380-VERIFIER-PREMIER-VERSEMENT : UNE FICHE MARQUEE P (CHANGE-
      * MENT APPROUVE, AUCUN VERSEMENT DEPUIS) OU C POUR LA PERIODE
      * EN COURS (REPRISE) IMPOSE LE CHEQUE. LA FICHE P PASSE A C,
      * DATEE DE LA PERIODE PAYEE.
      ******************************************************************
       3380-VERIFIER-PREMIER-VERSEMENT.
           MOVE 0 TO W-IND-CHEQUE-FORCE.
           IF CB-CHEQUE-A-EMETTRE
           OR (CB-CHEQUE-EMIS AND CB-PERIODE-CHEQUE = W-DATE-PAIE)
               MOVE 1 TO W-IND-CHEQUE-FORCE
               ADD 1 TO W-NB-CHEQUES-FORCES
               MOVE "NOUVEAU COMPTE - 1ER VERSEMENT" TO W-CQ-MOTIF
               IF CB-CHEQUE-A-EMETTRE
                   MOVE "C"         TO CB-PREMIER-VERSEMENT
                   MOVE W-DATE-PAIE TO CB-PERIODE-CHEQUE
                   REWRITE FICHE-COORD-BANCAIRE
               END-IF
           END-IF.

      ******************************************************************
       3370-ECRIRE-CHEQUE.
           ADD 1 TO W-NB-CHEQUES.
           MOVE W-MONTANT-NET TO W-CQ-MONTANT.
           MOVE W-LIGNE-CHEQUE-DETAIL TO LIGNE-CHEQUES.
           WRITE LIGNE-CHEQUES.
           MOVE SPACE TO W-CQ-MOTIF.

      ******************************************************************
      * 3360-ECRIRE-HISTONET CONSERVE LE DETAIL BRUT-A-NET DE LA
           MOVE W-COTISATION-SYNDICALE TO HNET-COTIS-SYNDICALE.
           MOVE W-MONTANT-NET         TO HNET-MONTANT-NET.
           MOVE W-MODE-PAIEMENT       TO HNET-MODE-PAIEMENT.
           MOVE W-AJUSTEMENT-APPLIQUE TO HNET-AJUSTEMENT.
           MOVE W-TOTAL-AUTRES-RETENUES TO HNET-AUTRES-RETENUES.
           MOVE W-PENSION-PATRONALE   TO HNET-PENSION-PATRONALE.
           MOVE W-TAXE-PATRONALE      TO HNET-TAXE-PATRONALE.
           WRITE FICHE-HISTO-NET
               INVALID KEY
                   REWRITE FICHE-HISTO-NET
           END-WRITE.
           PERFORM 3365-ECRIRE-HISTORET
               VARYING W-IDX-RETAP FROM 1 BY 1
               UNTIL W-IDX-RETAP > W-NB-RET-APPLIQUEES.

      ******************************************************************
      * 3365-ECRIRE-HISTORET CONSERVE CHAQUE PRELEVEMENT DE RETENUE
      * DANS HISTORET.DAT, REECRIT LUI AUSSI EN CAS DE REPRISE.
      ******************************************************************
       3365-ECRIRE-HISTORET.
           MOVE SD-EMPL-CODE                    TO HRET-CODE.
           MOVE W-DATE-PAIE                     TO HRET-DATE-PAIE.
           MOVE W-RETAP-CODE(W-IDX-RETAP)       TO HRET-CODE-RETENUE.
           MOVE SD-EMPL-REGION                  TO HRET-REGION.
           MOVE W-RETAP-TYPE(W-IDX-RETAP)       TO HRET-TYPE.
           MOVE W-RETAP-MONTANT(W-IDX-RETAP)    TO HRET-MONTANT.
           MOVE W-RETAP-SOLDE(W-IDX-RETAP)      TO HRET-SOLDE.
           MOVE W-RETAP-CREANCIER(W-IDX-RETAP)  TO HRET-CREANCIER.
           MOVE W-RETAP-COMPTE(W-IDX-RETAP)     TO HRET-COMPTE-GL.
           WRITE FICHE-HISTO-RETENUE
               INVALID KEY
                   REWRITE FICHE-HISTO-RETENUE
           END-WRITE.

      ******************************************************************
       3400-ECRIRE-SOUS-TOTAL.
           MOVE W-SS-TOTAL-SUPP-REGION TO W-SS-MONTANT.
           MOVE W-LIGNE-SOUS-TOTAL-SUPP TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           IF W-SS-TOTAL-RET-REGION > 0
               MOVE W-REGION-COURANTE     TO W-SR-REGION
               MOVE W-SS-TOTAL-RET-REGION TO W-SR-MONTANT
               MOVE W-LIGNE-SOUS-TOTAL-RET TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.
           IF W-SS-TOTAL-AJU-REGION > 0
               MOVE W-REGION-COURANTE     TO W-SA-REGION
               MOVE W-SS-TOTAL-AJU-REGION TO W-SA-MONTANT
           MOVE 0 TO W-SS-TOTAL-NET-REGION.
           MOVE 0 TO W-SS-TOTAL-SUPP-REGION.
           MOVE 0 TO W-SS-TOTAL-AJU-REGION.
           MOVE 0 TO W-SS-TOTAL-RET-REGION.

      ******************************************************************
      * 3800-VERSER-LIBERES PARCOURT LES PAIES RETENUES DES PERIODES
      * PRECEDENTES : CHAQUE PAIE LIBEREE DEPUIS (STATUT L) EST
      * VERSEE CETTE NUIT. UNE PAIE DEJA VERSEE PAR UNE PREMIERE
      * EXECUTION DE LA MEME PERIODE (V, VERSEMENT A CETTE DATE)
      * EST VERSEE DE NOUVEAU, LE FICHIER DE DEPOT ET LA LISTE DES
      * CHEQUES ETANT REFAITS AU COMPLET. LE FICHIER DES EMPLOYES,
      * FERME APRES LE TRI, EST ROUVERT POUR LE NOM DU CHEQUE.
      ******************************************************************
       3800-VERSER-LIBERES.
           OPEN INPUT FICHIER-IDX.
           MOVE SPACE TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE W-LIGNE-TITRE-LIBERES TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE 0 TO W-IND-FIN-SUSPENS.
           MOVE LOW-VALUES TO SUS-CLE.
           START FICHIER-SUSPENS KEY NOT < SUS-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-SUSPENS
           END-START.
           PERFORM 3810-LIRE-SUSPENS UNTIL W-IND-FIN-SUSPENS = 1.
           IF W-NB-LIBERES-VERSES = 0
               MOVE W-LIGNE-AUCUN-LIBERE TO LIGNE-ETAT
           ELSE
               MOVE W-NB-LIBERES-VERSES    TO W-TL-NB
               MOVE W-TOTAL-LIBERES-VERSES TO W-TL-MONTANT
               MOVE W-LIGNE-TOTAL-LIBERES  TO LIGNE-ETAT
           END-IF.
           WRITE LIGNE-ETAT.
           CLOSE FICHIER-IDX.

      ******************************************************************
       3810-LIRE-SUSPENS.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-SUSPENS
           END-READ.
           IF W-IND-FIN-SUSPENS = 0
           AND SUS-DATE-PAIE < W-DATE-PAIE
           AND (SUS-LIBEREE
             OR (SUS-VERSEE AND SUS-PERIODE-VERSEMENT = W-DATE-PAIE))
               MOVE SUS-CODE      TO HNET-CODE
               MOVE SUS-DATE-PAIE TO HNET-DATE-PAIE
               READ FICHIER-HISTONET
                   INVALID KEY
                       DISPLAY "TP2-PAIE-NETTE - PAIE LIBEREE SANS "
                               "HISTORIQUE, NON VERSEE: " SUS-CLE
                   NOT INVALID KEY
                       PERFORM 3820-VERSER-LIBERE
               END-READ
           END-IF.

      ******************************************************************
      * 3820-VERSER-LIBERE VERSE LE NET CONSERVE DANS HISTONET.DAT
      * COMME 3350-ECRIRE-DEPOT LE FAIT POUR LA PERIODE : DEPOT SI
      * L'EMPLOYE A DES COORDONNEES BANCAIRES, SINON CHEQUE - ET
      * CHEQUE AUSSI AU PREMIER VERSEMENT APRES UN CHANGEMENT.
      ******************************************************************
       3820-VERSER-LIBERE.
           MOVE SUS-CODE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE "(EMPLOYE INCONNU)" TO W-NOM-LIBERE
               NOT INVALID KEY
                   MOVE EMPL-NOM TO W-NOM-LIBERE
           END-READ.
           MOVE SUS-CODE TO CB-CODE.
           READ FICHIER-COORDONNEES
               INVALID KEY
                   MOVE "C" TO W-MODE-PAIEMENT
                   MOVE "CHEQUE" TO W-L-MODE
                   PERFORM 3830-ECRIRE-CHEQUE-LIBERE
               NOT INVALID KEY
                   PERFORM 3380-VERIFIER-PREMIER-VERSEMENT
                   IF W-IND-CHEQUE-FORCE = 1
                       MOVE "C" TO W-MODE-PAIEMENT
                       MOVE "CHEQUE" TO W-L-MODE
                       PERFORM 3830-ECRIRE-CHEQUE-LIBERE
                   ELSE
                       PERFORM 3825-ECRIRE-FICHE-D-LIBERE
                   END-IF
           END-READ.
           MOVE W-MODE-PAIEMENT TO HNET-MODE-PAIEMENT.
           REWRITE FICHE-HISTO-NET.
           MOVE "V"         TO SUS-STATUT.
           MOVE W-DATE-PAIE TO SUS-PERIODE-VERSEMENT.
           REWRITE FICHE-SUSPENS.
           ADD 1 TO W-NB-LIBERES-VERSES.
           ADD HNET-MONTANT-NET TO W-TOTAL-LIBERES-VERSES.
           MOVE SUS-CODE         TO W-L-CODE.
           MOVE W-NOM-LIBERE     TO W-L-NOM.
           MOVE SUS-DATE-PAIE    TO W-L-PERIODE.
           MOVE HNET-MONTANT-NET TO W-L-MONTANT.
           MOVE W-LIGNE-LIBERE TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.

      ******************************************************************
       3825-ECRIRE-FICHE-D-LIBERE.
           MOVE "D" TO W-MODE-PAIEMENT.
           MOVE "DEPOT" TO W-L-MODE.
           ADD 1 TO W-NB-DEPOTS.
           ADD HNET-MONTANT-NET TO W-TOTAL-DEPOTS.
           MOVE SPACE TO FICHE-DEPOT-BANQUE.
           MOVE "D"              TO WD-TYPE.
           MOVE SUS-CODE         TO WD-CODE.
           MOVE CB-TRANSIT       TO WD-TRANSIT.
           MOVE CB-INSTITUTION   TO WD-INSTITUTION.
           MOVE CB-COMPTE        TO WD-COMPTE.
           MOVE HNET-MONTANT-NET TO WD-MONTANT.
           MOVE FICHE-DEPOT-BANQUE TO LIGNE-DEPOT.
           WRITE LIGNE-DEPOT.

      ******************************************************************
       3830-ECRIRE-CHEQUE-LIBERE.
           ADD 1 TO W-NB-CHEQUES.
           ADD HNET-MONTANT-NET TO W-TOTAL-CHEQUES.
           MOVE SUS-CODE         TO W-CQ-CODE.
           MOVE W-NOM-LIBERE     TO W-CQ-NOM.
           MOVE HNET-MONTANT-NET TO W-CQ-MONTANT.
           MOVE W-LIGNE-CHEQUE-DETAIL TO LIGNE-CHEQUES.
           WRITE LIGNE-CHEQUES.
           MOVE SPACE TO W-CQ-MOTIF.

      ******************************************************************
      * 9000-TERMINER ECRIT LA FICHE REMORQUE DU FICHIER DE DEPOT
           MOVE W-TOTAL-CHEQUES TO W-CT-MONTANT.
           MOVE W-LIGNE-CHEQUES-TOTAL TO LIGNE-CHEQUES.
           WRITE LIGNE-CHEQUES.
           MOVE W-NB-CHEQUES-FORCES TO W-CF-NB.
           MOVE W-LIGNE-CHEQUES-FORCES TO LIGNE-CHEQUES.
           WRITE LIGNE-CHEQUES.
           CLOSE FICHIER-ETAT.
           CLOSE FICHIER-DEPOT.
           CLOSE FICHIER-HISTONET.
           CLOSE FICHIER-COORDONNEES.
           CLOSE FICHIER-CHEQUES.
           CLOSE FICHIER-RETENUES.
           CLOSE FICHIER-HISTORET.
           CLOSE FICHIER-SUSPENS.
           PERFORM 9100-REECRIRE-AJUSTEMENTS.

      ******************************************************************
