       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-ECHELONS.

      ***************************************************************
      * PROGRAMME BATCH - AUGMENTATIONS D'ECHELON A L'ANCIENNETE
      * EXECUTION MENSUELLE. LIT L'ECHELLE SALARIALE (ECHELLE.DAT,
      * GABARIT ECHELLE : ANNEES DE SERVICE ET TAUX DE CHAQUE
      * ECHELON) PUIS TOUS LES EMPLOYES ACTIFS DE EMPLOYES.DAT. UN
      * EMPLOYE DONT L'ANNIVERSAIRE D'EMBAUCHE (EMPL-DATEEMB) TOMBE
      * DANS LE MOIS VISE ET DONT LES ANNEES DE SERVICE A CET
      * ANNIVERSAIRE SONT CELLES D'UN ECHELON ATTEINT UN NOUVEL
      * ECHELON. POUR CHACUN, UN MOUVEMENT M DATE DE L'ANNIVERSAIRE
      * EST AJOUTE AUX MOUVEMENTS EN ATTENTE (MOUVATT.DAT) :
      * TP2-MOUVEMENTS APPLIQUERA L'AUGMENTATION LA NUIT OU LA DATE
      * ARRIVE. LE MOUVEMENT M REMPLACANT TOUTE LA FICHE, IL PORTE
      * L'IMAGE COURANTE DE L'EMPLOYE AVEC LE TAUX DE L'ECHELON.
      * SONT LISTES A REVOIR AU LIEU D'ETRE AUGMENTES :
      *   - L'EMPLOYE PAYE AU-DESSUS DU TAUX DE SON NOUVEL ECHELON
      *   - L'EMPLOYE QUI A DEJA UN MOUVEMENT EN ATTENTE (UNE
      *     AUGMENTATION SAISIE A LA MAIN, UN DEPART...) : LE
      *     MOUVEMENT GENERE L'ECRASERAIT OU SERAIT ECRASE PAR LUI
      *   - LE TAUX D'ECHELON AU-DELA DU PLAFOND DE TP2-MOUVEMENTS
      *   - LE FICHIER D'ATTENTE PLEIN (500 MOUVEMENTS)
      * UN MOUVEMENT EN ATTENTE IDENTIQUE (M, MEME DATE, MEME TAUX)
      * EST CELUI D'UNE EXECUTION PRECEDENTE DU MEME MOIS : IL EST
      * COMPTE COMME PREVU ET N'EST PAS REECRIT, CE QUI PERMET DE
      * REPRENDRE L'EXECUTION SANS DOUBLER LES MOUVEMENTS.
      * LE RAPPORT ECHELONS.LIS MONTRE LES AUGMENTATIONS PREVUES,
      * LES EMPLOYES A REVOIR ET LE COUT DES AUGMENTATIONS PAR
      * REGION : COUT ANNUEL (52 SEMAINES) ET COUT POUR LE RESTE DE
      * L'ANNEE CIVILE A COMPTER DE L'ANNIVERSAIRE, CALCULES SUR LES
      * HEURES HABITUELLES DE LA FICHE (SURTEMPS A TAUX ET DEMI
      * AU-DELA DE 40 HEURES, COMME TP2-REGISTRE).
      * LA CARTE PARAMETRE PORTE LE MOIS VISE (AAAAMM). A BLANC OU A
      * ZERO : LE MOIS SUIVANT LE MOIS COURANT.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-IDX      ASSIGN TO "EMPLOYES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           EMPL-CODE
                  ALTERNATE RECORD KEY EMPL-NOM-PRENOM WITH DUPLICATES
                  ALTERNATE RECORD KEY EMPL-DATEEMB WITH DUPLICATES
                  ALTERNATE RECORD KEY EMPL-REGION WITH DUPLICATES
                  FILE STATUS          W-STATUT-FICHIER.

           SELECT OPTIONAL FICHIER-ECHELLE
                  ASSIGN TO "ECHELLE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ECHELLE.

           SELECT OPTIONAL FICHIER-ATTENTE
                  ASSIGN TO "MOUVATT.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ATTENTE.

           SELECT OPTIONAL FICHIER-REGIONS
                  ASSIGN TO "REGIONS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           REG-CODE
                  FILE STATUS          W-STATUT-REGIONS.

           SELECT FICHIER-RAPPORT  ASSIGN TO "ECHELONS.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-ECHELLE.
           COPY ECHELLE.

       FD  FICHIER-ATTENTE.
       01  FICHE-MOUVEMENT.
           05  MVT-DATE                  PIC 9(8).
           05  MVT-ACTION                PIC X.
               88  MVT-MODIFICATION      VALUE "M".
           05  MVT-CODE                  PIC X(6).
           05  MVT-REGION                PIC 99.
           05  MVT-SEXE                  PIC X.
           05  MVT-NOM                   PIC X(20).
           05  MVT-PRENOM                PIC X(15).
           05  MVT-DATEEMB               PIC 9(8).
           05  MVT-TAUX                  PIC 99V99.
           05  MVT-HEURES                PIC 9(3).

       FD  FICHIER-REGIONS.
           COPY REGREF.

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(100).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-ECHELLE                PIC 99.
       01  W-STATUT-ATTENTE                PIC 99.
       01  W-STATUT-REGIONS                PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-ECHELLE               PIC 9 VALUE 0.
       01  W-IND-FIN-ATTENTE               PIC 9 VALUE 0.

      ***************************************************************
      * CARTE PARAMETRE ET MOIS VISE
      ***************************************************************
       01  W-PARM-ECHELONS.
           05  W-PARM-MOIS-X             PIC X(6).
       01  W-MOIS-VISE                     PIC 9(6) VALUE 0.
       01  W-MOIS-VISE-R REDEFINES W-MOIS-VISE.
           05  W-MV-ANNEE                PIC 9(4).
           05  W-MV-MOIS                 PIC 99.
       01  W-DATE-AJD                      PIC 9(8).

      ***************************************************************
      * ECHELLE SALARIALE CHARGEE EN TABLE (30 ECHELONS AU PLUS)
      ***************************************************************
       01  W-NB-ECHELONS                   PIC 99 VALUE 0.
       01  W-TABLE-ECHELLE.
           05  W-ECH OCCURS 30.
               10  W-ECH-ECHELON         PIC 99.
               10  W-ECH-ANNEES          PIC 99.
               10  W-ECH-TAUX            PIC 99V99.
       01  W-IDX-ECHELON                   PIC 99 VALUE 0.
       01  W-ECHELON-TROUVE                PIC 99 VALUE 0.
       01  W-IND-ECHELLE-DEBORDEMENT       PIC 9 VALUE 0.

      ***************************************************************
      * MOUVEMENTS DEJA EN ATTENTE (MOUVATT.DAT), MEME CAPACITE QUE
      * LA TABLE DE TP2-MOUVEMENTS
      ***************************************************************
       01  W-NB-ATTENTE                    PIC 9(3) VALUE 0.
       01  W-TABLE-ATTENTE.
           05  W-ATTENTE OCCURS 500.
               10  W-ATT-DATE            PIC 9(8).
               10  W-ATT-ACTION          PIC X.
               10  W-ATT-CODE            PIC X(6).
               10  FILLER                PIC X(46).
               10  W-ATT-TAUX            PIC 99V99.
               10  FILLER                PIC X(3).
       01  W-IDX-ATTENTE                   PIC 9(3) VALUE 0.
       01  W-IND-ATTENTE-AUTRE             PIC 9 VALUE 0.
       01  W-IND-ATTENTE-IDENTIQUE         PIC 9 VALUE 0.
       01  W-TAUX-PLAFOND                  PIC 99V99 VALUE 75.00.

      ***************************************************************
      * ANCIENNETE ET ANNIVERSAIRE DE L'EMPLOYE COURANT
      ***************************************************************
       01  W-DATEEMB                       PIC 9(8).
       01  W-DATEEMB-R REDEFINES W-DATEEMB.
           05  W-EMB-ANNEE               PIC 9(4).
           05  W-EMB-MOIS                PIC 99.
           05  W-EMB-JOUR                PIC 99.
       01  W-ANNIVERSAIRE                  PIC 9(8).
       01  W-ANNIVERSAIRE-R REDEFINES W-ANNIVERSAIRE.
           05  W-ANV-ANNEE               PIC 9(4).
           05  W-ANV-MOIS                PIC 99.
           05  W-ANV-JOUR                PIC 99.
       01  W-FIN-ANNEE                     PIC 9(8).
       01  W-ANNEES-SERVICE                PIC 99 VALUE 0.
       01  W-QUOTIENT                      PIC 9(4).
       01  W-RESTE-4                       PIC 9(4).
       01  W-RESTE-100                     PIC 9(4).
       01  W-RESTE-400                     PIC 9(4).
       01  W-NOUVEAU-TAUX                  PIC 99V99 VALUE 0.
       01  W-MOTIF-REVUE                   PIC X(30) VALUE SPACE.
       01  W-ETAT-PREVUE                   PIC X(12) VALUE SPACE.

      ***************************************************************
      * COUT DE L'AUGMENTATION
      ***************************************************************
       01  W-HEURES-SEMAINE-NORMALE        PIC 999 VALUE 040.
       01  W-FACTEUR-SURTEMPS              PIC 9V9 VALUE 1.5.
       01  W-SEMAINES-ANNEE                PIC 99  VALUE 52.
       01  W-HEURES-PONDEREES              PIC 9(4)V9 VALUE 0.
       01  W-AUGMENTATION                  PIC 99V99 VALUE 0.
       01  W-JOURS-RESTANTS                PIC 9(3) VALUE 0.
       01  W-SEMAINES-RESTANTES            PIC 99 VALUE 0.
       01  W-COUT-SEMAINE                  PIC 9(5)V99 VALUE 0.
       01  W-COUT-ANNUEL                   PIC 9(7)V99 VALUE 0.
       01  W-COUT-RESTANT                  PIC 9(7)V99 VALUE 0.

      ***************************************************************
      * COUT PAR REGION (REGION + 1 EN INDICE : LA REGION 00 A SA
      * LIGNE) ET TOTAUX
      ***************************************************************
       01  W-TABLE-REGIONS.
           05  W-RG OCCURS 100.
               10  W-RG-NB               PIC 9(5).
               10  W-RG-COUT-ANNUEL      PIC 9(9)V99.
               10  W-RG-COUT-RESTANT     PIC 9(9)V99.
       01  W-IDX-REGION                    PIC 999 VALUE 0.
       01  W-NB-LUS                        PIC 9(5) VALUE 0.
       01  W-NB-ACTIFS                     PIC 9(5) VALUE 0.
       01  W-NB-ECHELONS-ATTEINTS          PIC 9(5) VALUE 0.
       01  W-NB-ECRITS                     PIC 9(5) VALUE 0.
       01  W-NB-DEJA-PREVUS                PIC 9(5) VALUE 0.
       01  W-NB-DEJA-AU-TAUX               PIC 9(5) VALUE 0.
       01  W-NB-A-REVOIR                   PIC 9(5) VALUE 0.
       01  W-TOTAL-COUT-ANNUEL             PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-COUT-RESTANT            PIC 9(9)V99 VALUE 0.

      ***************************************************************
      * EMPLOYES A REVOIR, GARDES EN TABLE POUR ETRE IMPRIMES APRES
      * LES AUGMENTATIONS PREVUES (LE SURPLUS EST COMPTE ET SIGNALE)
      ***************************************************************
       01  W-NB-REVUES                     PIC 9(3) VALUE 0.
       01  W-TABLE-REVUES.
           05  W-REVUE OCCURS 300        PIC X(100).
       01  W-IDX-REVUE                     PIC 9(3) VALUE 0.

      ***************************************************************
      * LIGNES DU RAPPORT
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "AUGMENTATIONS D'ECHELON".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-ENTETE-MOIS.
           05  FILLER                    PIC X(20)
                                 VALUE "ANNIVERSAIRES DU:".
           05  W-EM-MOIS                 PIC 9999/99.

       01  W-LIGNE-TITRE.
           05  W-LT-TITRE                PIC X(60).

       01  W-LIGNE-ENTETE-PREVUES.
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(4)  VALUE "RG".
           05  FILLER                    PIC X(11) VALUE "DATE".
           05  FILLER                    PIC X(4)  VALUE "ANS".
           05  FILLER                    PIC X(4)  VALUE "ECH".
           05  FILLER                    PIC X(7)  VALUE "ANCIEN".
           05  FILLER                    PIC X(7)  VALUE "NOUV.".
           05  FILLER                    PIC X(12) VALUE "COUT ANNUEL".
           05  FILLER                    PIC X(12) VALUE "COUT AN CIV".
           05  FILLER                    PIC X(11) VALUE "ETAT".

       01  W-LIGNE-PREVUE.
           05  W-P-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-P-NOM                   PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-P-REGION                PIC 99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-DATE                  PIC 9999/99/99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-P-ANNEES                PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-ECHELON               PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-ANCIEN                PIC Z9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-NOUVEAU               PIC Z9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-COUT-ANNUEL           PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-COUT-RESTANT          PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-P-ETAT                  PIC X(11).

       01  W-LIGNE-ENTETE-REVUES.
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(4)  VALUE "RG".
           05  FILLER                    PIC X(11) VALUE "DATE".
           05  FILLER                    PIC X(4)  VALUE "ANS".
           05  FILLER                    PIC X(7)  VALUE "TAUX".
           05  FILLER                    PIC X(7)  VALUE "ECHEL.".
           05  FILLER                    PIC X(30) VALUE "MOTIF".

       01  W-LIGNE-REVUE.
           05  W-R-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-NOM                   PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-REGION                PIC 99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-R-DATE                  PIC 9999/99/99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-ANNEES                PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-R-TAUX                  PIC Z9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-R-TAUX-ECHELON          PIC Z9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-R-MOTIF                 PIC X(30).

       01  W-LIGNE-ENTETE-REGIONS.
           05  FILLER                    PIC X(4)  VALUE "RG".
           05  FILLER                    PIC X(26) VALUE "TERRITOIRE".
           05  FILLER                    PIC X(8)  VALUE "AUGM.".
           05  FILLER                    PIC X(16) VALUE "COUT ANNUEL".
           05  FILLER                    PIC X(16) VALUE "COUT CIVIL".

       01  W-LIGNE-REGION.
           05  W-G-REGION                PIC 99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-G-NOM                   PIC X(25).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-G-NB                    PIC ZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-G-COUT-ANNUEL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-G-COUT-RESTANT          PIC ZZZ,ZZZ,ZZ9.99.

       01  W-LIGNE-MONTANT.
           05  W-LM-LIBELLE              PIC X(40).
           05  W-LM-MONTANT              PIC ZZZ,ZZZ,ZZ9.99.

       01  W-LIGNE-COMPTE.
           05  W-LC-LIBELLE              PIC X(40).
           05  W-LC-NB                   PIC ZZZZ9.

       01  W-LIGNE-TEXTE.
           05  W-LX-TEXTE                PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           IF W-NB-ECHELONS = 0
               DISPLAY "TP2-ECHELONS - ECHELLE SALARIALE (ECHELLE.DAT) "
                       "VIDE, EXECUTION REFUSEE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-OUVRIR-FICHIERS.
           PERFORM 2000-LIRE-EMPLOYE UNTIL W-IND-FIN-LECTURE = 1.
           PERFORM 3000-IMPRIMER-REVUES.
           PERFORM 4000-IMPRIMER-REGIONS.
           PERFORM 5000-IMPRIMER-TOTAUX.
           PERFORM 9000-TERMINER.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALISER LIT LA CARTE PARAMETRE, ETABLIT LE MOIS VISE
      * ET CHARGE L'ECHELLE ET LES MOUVEMENTS DEJA EN ATTENTE.
      ******************************************************************
       1000-INITIALISER.
           MOVE SPACE TO W-PARM-ECHELONS.
           ACCEPT W-PARM-ECHELONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           IF W-PARM-MOIS-X NUMERIC
           AND W-PARM-MOIS-X NOT = "000000"
               MOVE W-PARM-MOIS-X TO W-MOIS-VISE
           ELSE
               MOVE W-DATE-AJD(1:6) TO W-MOIS-VISE
               IF W-MV-MOIS = 12
                   ADD 1 TO W-MV-ANNEE
                   MOVE 1 TO W-MV-MOIS
               ELSE
                   ADD 1 TO W-MV-MOIS
               END-IF
           END-IF.
           COMPUTE W-FIN-ANNEE = W-MV-ANNEE * 10000 + 1231.
           INITIALIZE W-TABLE-REGIONS.

           OPEN INPUT FICHIER-ECHELLE.
           PERFORM 1100-LIRE-ECHELLE UNTIL W-IND-FIN-ECHELLE = 1.
           CLOSE FICHIER-ECHELLE.
           PERFORM 1200-CHARGER-ATTENTE.

      ******************************************************************
       1100-LIRE-ECHELLE.
           READ FICHIER-ECHELLE
               AT END MOVE 1 TO W-IND-FIN-ECHELLE
           END-READ.
           IF W-IND-FIN-ECHELLE = 0
               IF W-NB-ECHELONS < 30
                   ADD 1 TO W-NB-ECHELONS
                   MOVE ECH-ECHELON TO W-ECH-ECHELON(W-NB-ECHELONS)
                   MOVE ECH-ANNEES  TO W-ECH-ANNEES(W-NB-ECHELONS)
                   MOVE ECH-TAUX    TO W-ECH-TAUX(W-NB-ECHELONS)
               ELSE
                   MOVE 1 TO W-IND-ECHELLE-DEBORDEMENT
               END-IF
           END-IF.

      ******************************************************************
      * 1200-CHARGER-ATTENTE CHARGE LES MOUVEMENTS EN ATTENTE, POUR
      * RECONNAITRE LES EMPLOYES QUI EN ONT DEJA UN ET RESPECTER LA
      * CAPACITE DE LA TABLE DE TP2-MOUVEMENTS.
      ******************************************************************
       1200-CHARGER-ATTENTE.
           OPEN INPUT FICHIER-ATTENTE.
           PERFORM 1250-LIRE-ATTENTE
               UNTIL W-IND-FIN-ATTENTE = 1.
           CLOSE FICHIER-ATTENTE.

      ******************************************************************
       1250-LIRE-ATTENTE.
           READ FICHIER-ATTENTE
               AT END MOVE 1 TO W-IND-FIN-ATTENTE
           END-READ.
           IF W-IND-FIN-ATTENTE = 0
           AND W-NB-ATTENTE < 500
               ADD 1 TO W-NB-ATTENTE
               MOVE FICHE-MOUVEMENT TO W-ATTENTE(W-NB-ATTENTE)
           END-IF.

      ******************************************************************
      * 1300-OUVRIR-FICHIERS : LES MOUVEMENTS GENERES SONT AJOUTES A
      * LA FIN DE MOUVATT.DAT.
      ******************************************************************
       1300-OUVRIR-FICHIERS.
           OPEN INPUT  FICHIER-IDX.
           OPEN INPUT  FICHIER-REGIONS.
           OPEN EXTEND FICHIER-ATTENTE.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-MOIS-VISE TO W-EM-MOIS.
           MOVE W-LIGNE-ENTETE-MOIS TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           IF W-IND-ECHELLE-DEBORDEMENT = 1
               MOVE "PLUS DE 30 ECHELONS - LE SURPLUS EST IGNORE"
                   TO W-LX-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "AUGMENTATIONS PREVUES" TO W-LT-TITRE.
           MOVE W-LIGNE-TITRE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE-PREVUES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       2000-LIRE-EMPLOYE.
           READ FICHIER-IDX
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
               ADD 1 TO W-NB-LUS
               IF NOT EMPL-TERMINE
                   ADD 1 TO W-NB-ACTIFS
                   PERFORM 2100-EXAMINER-EMPLOYE
               END-IF
           END-IF.

      ******************************************************************
      * 2100-EXAMINER-EMPLOYE : L'ECHELON CHANGE A L'ANNIVERSAIRE OU
      * LES ANNEES DE SERVICE EGALENT CELLES D'UN ECHELON. UNE
      * EMBAUCHE DU 29 FEVRIER FETE SON ANNIVERSAIRE LE 28 LES
      * ANNEES NON BISSEXTILES.
      ******************************************************************
       2100-EXAMINER-EMPLOYE.
           MOVE EMPL-DATEEMB TO W-DATEEMB.
           IF W-EMB-MOIS = W-MV-MOIS
           AND W-EMB-ANNEE < W-MV-ANNEE
               COMPUTE W-ANNEES-SERVICE = W-MV-ANNEE - W-EMB-ANNEE
               PERFORM 2200-CHERCHER-ECHELON
               IF W-ECHELON-TROUVE > 0
                   ADD 1 TO W-NB-ECHELONS-ATTEINTS
                   MOVE W-MV-ANNEE TO W-ANV-ANNEE
                   MOVE W-MV-MOIS  TO W-ANV-MOIS
                   MOVE W-EMB-JOUR TO W-ANV-JOUR
                   IF W-ANV-MOIS = 2 AND W-ANV-JOUR = 29
                       PERFORM 2150-VERIFIER-BISSEXTILE
                   END-IF
                   MOVE W-ECH-TAUX(W-ECHELON-TROUVE)
                       TO W-NOUVEAU-TAUX
                   PERFORM 2300-CHERCHER-ATTENTE
                   PERFORM 2400-DECIDER-AUGMENTATION
               END-IF
           END-IF.

      ******************************************************************
       2150-VERIFIER-BISSEXTILE.
           DIVIDE W-ANV-ANNEE BY 4 GIVING W-QUOTIENT
               REMAINDER W-RESTE-4.
           DIVIDE W-ANV-ANNEE BY 100 GIVING W-QUOTIENT
               REMAINDER W-RESTE-100.
           DIVIDE W-ANV-ANNEE BY 400 GIVING W-QUOTIENT
               REMAINDER W-RESTE-400.
           IF W-RESTE-4 NOT = 0
           OR (W-RESTE-100 = 0 AND W-RESTE-400 NOT = 0)
               MOVE 28 TO W-ANV-JOUR
           END-IF.

      ******************************************************************
      * 2200-CHERCHER-ECHELON : PREMIER ECHELON DE L'ECHELLE DONT LES
      * ANNEES DE SERVICE SONT CELLES ATTEINTES A L'ANNIVERSAIRE.
      ******************************************************************
       2200-CHERCHER-ECHELON.
           MOVE 0 TO W-ECHELON-TROUVE.
           PERFORM 2250-COMPARER-ECHELON
               VARYING W-IDX-ECHELON FROM 1 BY 1
               UNTIL W-IDX-ECHELON > W-NB-ECHELONS
               OR W-ECHELON-TROUVE > 0.

      ******************************************************************
       2250-COMPARER-ECHELON.
           IF W-ECH-ANNEES(W-IDX-ECHELON) = W-ANNEES-SERVICE
               MOVE W-IDX-ECHELON TO W-ECHELON-TROUVE
           END-IF.

      ******************************************************************
      * 2300-CHERCHER-ATTENTE DISTINGUE LE MOUVEMENT IDENTIQUE ECRIT
      * PAR UNE EXECUTION PRECEDENTE DE TOUT AUTRE MOUVEMENT EN
      * ATTENTE POUR LE MEME EMPLOYE.
      ******************************************************************
       2300-CHERCHER-ATTENTE.
           MOVE 0 TO W-IND-ATTENTE-AUTRE.
           MOVE 0 TO W-IND-ATTENTE-IDENTIQUE.
           PERFORM 2350-COMPARER-ATTENTE
               VARYING W-IDX-ATTENTE FROM 1 BY 1
               UNTIL W-IDX-ATTENTE > W-NB-ATTENTE.

      ******************************************************************
       2350-COMPARER-ATTENTE.
           IF W-ATT-CODE(W-IDX-ATTENTE) = EMPL-CODE
               IF W-ATT-ACTION(W-IDX-ATTENTE) = "M"
               AND W-ATT-DATE(W-IDX-ATTENTE) = W-ANNIVERSAIRE
               AND W-ATT-TAUX(W-IDX-ATTENTE) = W-NOUVEAU-TAUX
                   MOVE 1 TO W-IND-ATTENTE-IDENTIQUE
               ELSE
                   MOVE 1 TO W-IND-ATTENTE-AUTRE
               END-IF
           END-IF.

      ******************************************************************
      * 2400-DECIDER-AUGMENTATION : UN EMPLOYE DEJA AU TAUX DE SON
      * NOUVEL ECHELON N'A RIEN A RECEVOIR ET N'EST QUE COMPTE.
      ******************************************************************
       2400-DECIDER-AUGMENTATION.
           EVALUATE TRUE
               WHEN W-IND-ATTENTE-AUTRE = 1
                   MOVE "AUTRE MOUVEMENT EN ATTENTE" TO W-MOTIF-REVUE
                   PERFORM 2700-RETENIR-REVUE
               WHEN W-IND-ATTENTE-IDENTIQUE = 1
                   ADD 1 TO W-NB-DEJA-PREVUS
                   MOVE "DEJA PREVUE" TO W-ETAT-PREVUE
                   PERFORM 2600-ECRIRE-PREVUE
               WHEN EMPL-TAUX > W-NOUVEAU-TAUX
                   MOVE "PAYE AU-DESSUS DE L'ECHELLE" TO W-MOTIF-REVUE
                   PERFORM 2700-RETENIR-REVUE
               WHEN EMPL-TAUX = W-NOUVEAU-TAUX
                   ADD 1 TO W-NB-DEJA-AU-TAUX
               WHEN W-NOUVEAU-TAUX > W-TAUX-PLAFOND
                   MOVE "TAUX D'ECHELON AU-DELA DU PLAFOND"
                       TO W-MOTIF-REVUE
                   PERFORM 2700-RETENIR-REVUE
               WHEN W-NB-ATTENTE NOT < 500
                   MOVE "FICHIER D'ATTENTE PLEIN" TO W-MOTIF-REVUE
                   PERFORM 2700-RETENIR-REVUE
               WHEN OTHER
                   PERFORM 2500-ECRIRE-MOUVEMENT
                   MOVE "ECRITE" TO W-ETAT-PREVUE
                   PERFORM 2600-ECRIRE-PREVUE
           END-EVALUATE.

      ******************************************************************
      * 2500-ECRIRE-MOUVEMENT : LE MOUVEMENT M REPREND TOUTE LA FICHE,
      * SEUL LE TAUX CHANGE.
      ******************************************************************
       2500-ECRIRE-MOUVEMENT.
           MOVE W-ANNIVERSAIRE   TO MVT-DATE.
           MOVE "M"              TO MVT-ACTION.
           MOVE EMPL-CODE        TO MVT-CODE.
           MOVE EMPL-REGION      TO MVT-REGION.
           MOVE EMPL-SEXE        TO MVT-SEXE.
           MOVE EMPL-NOM         TO MVT-NOM.
           MOVE EMPL-PRENOM      TO MVT-PRENOM.
           MOVE EMPL-DATEEMB     TO MVT-DATEEMB.
           MOVE W-NOUVEAU-TAUX   TO MVT-TAUX.
           MOVE EMPL-NB-HEURES   TO MVT-HEURES.
           WRITE FICHE-MOUVEMENT.
           ADD 1 TO W-NB-ATTENTE.
           MOVE FICHE-MOUVEMENT TO W-ATTENTE(W-NB-ATTENTE).
           ADD 1 TO W-NB-ECRITS.

      ******************************************************************
      * 2600-ECRIRE-PREVUE CALCULE LE COUT DE L'AUGMENTATION SUR LES
      * HEURES HABITUELLES, LE CUMULE PAR REGION ET IMPRIME LA LIGNE.
      * LE RESTE DE L'ANNEE CIVILE COMPTE LES SEMAINES ENTIERES DE
      * L'ANNIVERSAIRE AU 31 DECEMBRE.
      ******************************************************************
       2600-ECRIRE-PREVUE.
           IF W-NOUVEAU-TAUX > EMPL-TAUX
               COMPUTE W-AUGMENTATION = W-NOUVEAU-TAUX - EMPL-TAUX
           ELSE
               MOVE 0 TO W-AUGMENTATION
           END-IF.
           IF EMPL-NB-HEURES > W-HEURES-SEMAINE-NORMALE
               COMPUTE W-HEURES-PONDEREES = W-HEURES-SEMAINE-NORMALE
                   + (EMPL-NB-HEURES - W-HEURES-SEMAINE-NORMALE)
                   * W-FACTEUR-SURTEMPS
           ELSE
               MOVE EMPL-NB-HEURES TO W-HEURES-PONDEREES
           END-IF.
           COMPUTE W-COUT-SEMAINE ROUNDED =
               W-AUGMENTATION * W-HEURES-PONDEREES.
           COMPUTE W-COUT-ANNUEL = W-COUT-SEMAINE * W-SEMAINES-ANNEE.
           COMPUTE W-JOURS-RESTANTS =
               FUNCTION INTEGER-OF-DATE(W-FIN-ANNEE)
               - FUNCTION INTEGER-OF-DATE(W-ANNIVERSAIRE) + 1.
           DIVIDE W-JOURS-RESTANTS BY 7 GIVING W-SEMAINES-RESTANTES.
           COMPUTE W-COUT-RESTANT =
               W-COUT-SEMAINE * W-SEMAINES-RESTANTES.

           COMPUTE W-IDX-REGION = EMPL-REGION + 1.
           ADD 1              TO W-RG-NB(W-IDX-REGION).
           ADD W-COUT-ANNUEL  TO W-RG-COUT-ANNUEL(W-IDX-REGION).
           ADD W-COUT-RESTANT TO W-RG-COUT-RESTANT(W-IDX-REGION).
           ADD W-COUT-ANNUEL  TO W-TOTAL-COUT-ANNUEL.
           ADD W-COUT-RESTANT TO W-TOTAL-COUT-RESTANT.

           MOVE EMPL-CODE                      TO W-P-CODE.
           MOVE EMPL-NOM                       TO W-P-NOM.
           MOVE EMPL-REGION                    TO W-P-REGION.
           MOVE W-ANNIVERSAIRE                 TO W-P-DATE.
           MOVE W-ANNEES-SERVICE               TO W-P-ANNEES.
           MOVE W-ECH-ECHELON(W-ECHELON-TROUVE) TO W-P-ECHELON.
           MOVE EMPL-TAUX                      TO W-P-ANCIEN.
           MOVE W-NOUVEAU-TAUX                 TO W-P-NOUVEAU.
           MOVE W-COUT-ANNUEL                  TO W-P-COUT-ANNUEL.
           MOVE W-COUT-RESTANT                 TO W-P-COUT-RESTANT.
           MOVE W-ETAT-PREVUE                  TO W-P-ETAT.
           MOVE W-LIGNE-PREVUE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       2700-RETENIR-REVUE.
           ADD 1 TO W-NB-A-REVOIR.
           IF W-NB-REVUES < 300
               ADD 1 TO W-NB-REVUES
               MOVE EMPL-CODE        TO W-R-CODE
               MOVE EMPL-NOM         TO W-R-NOM
               MOVE EMPL-REGION      TO W-R-REGION
               MOVE W-ANNIVERSAIRE   TO W-R-DATE
               MOVE W-ANNEES-SERVICE TO W-R-ANNEES
               MOVE EMPL-TAUX        TO W-R-TAUX
               MOVE W-NOUVEAU-TAUX   TO W-R-TAUX-ECHELON
               MOVE W-MOTIF-REVUE    TO W-R-MOTIF
               MOVE W-LIGNE-REVUE    TO W-REVUE(W-NB-REVUES)
           END-IF.

      ******************************************************************
       3000-IMPRIMER-REVUES.
           IF W-NB-ECRITS + W-NB-DEJA-PREVUS = 0
               MOVE "AUCUNE AUGMENTATION PREVUE" TO W-LX-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "EMPLOYES A REVOIR (AUCUN MOUVEMENT ECRIT)"
               TO W-LT-TITRE.
           MOVE W-LIGNE-TITRE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE-REVUES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM 3100-ECRIRE-REVUE
               VARYING W-IDX-REVUE FROM 1 BY 1
               UNTIL W-IDX-REVUE > W-NB-REVUES.
           IF W-NB-A-REVOIR = 0
               MOVE "AUCUN EMPLOYE A REVOIR" TO W-LX-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           IF W-NB-A-REVOIR > W-NB-REVUES
               MOVE "PLUS DE 300 EMPLOYES A REVOIR - LISTE TRONQUEE"
                   TO W-LX-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      ******************************************************************
       3100-ECRIRE-REVUE.
           MOVE W-REVUE(W-IDX-REVUE) TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 4000-IMPRIMER-REGIONS : COUT DES AUGMENTATIONS PREVUES PAR
      * REGION, AVEC LE NOM DU TERRITOIRE TIRE DE REGIONS.DAT.
      ******************************************************************
       4000-IMPRIMER-REGIONS.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "COUT DES AUGMENTATIONS PREVUES PAR REGION"
               TO W-LT-TITRE.
           MOVE W-LIGNE-TITRE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE-REGIONS TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM 4100-ECRIRE-REGION
               VARYING W-IDX-REGION FROM 1 BY 1
               UNTIL W-IDX-REGION > 100.

      ******************************************************************
       4100-ECRIRE-REGION.
           IF W-RG-NB(W-IDX-REGION) > 0
               COMPUTE REG-CODE = W-IDX-REGION - 1
               READ FICHIER-REGIONS
                   INVALID KEY
                       MOVE "(REGION INCONNUE)" TO W-G-NOM
                   NOT INVALID KEY
                       MOVE REG-NOM TO W-G-NOM
               END-READ
               MOVE REG-CODE                       TO W-G-REGION
               MOVE W-RG-NB(W-IDX-REGION)          TO W-G-NB
               MOVE W-RG-COUT-ANNUEL(W-IDX-REGION) TO W-G-COUT-ANNUEL
               MOVE W-RG-COUT-RESTANT(W-IDX-REGION)
                   TO W-G-COUT-RESTANT
               MOVE W-LIGNE-REGION TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      ******************************************************************
       5000-IMPRIMER-TOTAUX.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "COUT ANNUEL DES AUGMENTATIONS" TO W-LM-LIBELLE.
           MOVE W-TOTAL-COUT-ANNUEL TO W-LM-MONTANT.
           PERFORM 5100-ECRIRE-MONTANT.
           MOVE "COUT POUR LE RESTE DE L'ANNEE CIVILE" TO W-LM-LIBELLE.
           MOVE W-TOTAL-COUT-RESTANT TO W-LM-MONTANT.
           PERFORM 5100-ECRIRE-MONTANT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "EMPLOYES LUS" TO W-LC-LIBELLE.
           MOVE W-NB-LUS TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.
           MOVE "EMPLOYES ACTIFS" TO W-LC-LIBELLE.
           MOVE W-NB-ACTIFS TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.
           MOVE "NOUVEL ECHELON DANS LE MOIS" TO W-LC-LIBELLE.
           MOVE W-NB-ECHELONS-ATTEINTS TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.
           MOVE "MOUVEMENTS M ECRITS DANS MOUVATT.DAT" TO W-LC-LIBELLE.
           MOVE W-NB-ECRITS TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.
           MOVE "DEJA PREVUS (EXECUTION PRECEDENTE)" TO W-LC-LIBELLE.
           MOVE W-NB-DEJA-PREVUS TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.
           MOVE "DEJA AU TAUX DE L'ECHELON" TO W-LC-LIBELLE.
           MOVE W-NB-DEJA-AU-TAUX TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.
           MOVE "A REVOIR" TO W-LC-LIBELLE.
           MOVE W-NB-A-REVOIR TO W-LC-NB.
           PERFORM 5200-ECRIRE-COMPTE.

      ******************************************************************
       5100-ECRIRE-MONTANT.
           MOVE W-LIGNE-MONTANT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       5200-ECRIRE-COMPTE.
           MOVE W-LIGNE-COMPTE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-REGIONS.
           CLOSE FICHIER-ATTENTE.
           CLOSE FICHIER-RAPPORT.
