       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-DEMANDES-BANQUE.

      ***************************************************************
      * PROGRAMME BATCH - LISTE DE NUIT DES DEMANDES DE CHANGEMENT
      * DES COORDONNEES BANCAIRES (DEMBANC.DAT, ECRITES ET DECIDEES
      * A L'ECRAN DE TP2-STPIERREDAVID). IMPRIME DANS DEMBANC.LIS :
      *   - LES DEMANDES EN ATTENTE D'APPROBATION, QUEL QUE SOIT
      *     LEUR AGE
      *   - LES DEMANDES APPROUVEES, PUIS LES DEMANDES REJETEES,
      *     DONT LA DECISION DATE DU NOMBRE DE JOURS DE LA CARTE
      *     PARAMETRE (3 CHIFFRES; A BLANC OU A ZERO : 7 JOURS)
      *   POUR CHACUNE : EMPLOYE ET NOM (RELU DANS EMPLOYES.DAT),
      *   OPERATEUR ET DATE DE LA SAISIE, OPERATEUR ET DATE DE LA
      *   DECISION, ANCIENNES ET NOUVELLES COORDONNEES
      *   - LES COMPTES PARTAGES : TOUT NUMERO DE COMPTE (INSTITUTION,
      *     TRANSIT, COMPTE) PORTE PAR PLUS D'UN EMPLOYE, DANS
      *     COORDBANC.DAT OU DANS UNE DEMANDE EN ATTENTE - UNE
      *     DEMANDE QUI DIRIGERAIT LA PAIE VERS LE COMPTE D'UN AUTRE
      *     EST AINSI VUE AVANT SON APPROBATION.
      * UN COMPTE PARTAGE DONNE LE CODE RETOUR 4.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-IDX      ASSIGN TO "EMPLOYES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           EMPL-CODE
                  ALTERNATE RECORD KEY EMPL-NOM-PRENOM WITH DUPLICATES
                  ALTERNATE RECORD KEY EMPL-DATEEMB WITH DUPLICATES
                  ALTERNATE RECORD KEY EMPL-REGION WITH DUPLICATES
                  FILE STATUS          W-STATUT-FICHIER.

           SELECT OPTIONAL FICHIER-DEMANDES-BANQUE
                  ASSIGN TO "DEMBANC.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           DMB-CLE
                  FILE STATUS          W-STATUT-DEMANDES.

           SELECT OPTIONAL FICHIER-COORDONNEES
                  ASSIGN TO "COORDBANC.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           CB-CODE
                  FILE STATUS          W-STATUT-COORDONNEES.

           SELECT FICHIER-RAPPORT  ASSIGN TO "DEMBANC.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

           SELECT FICHIER-TRI      ASSIGN TO "DMBTRI.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-DEMANDES-BANQUE.
           COPY DEMBANC.

       FD  FICHIER-COORDONNEES.
           COPY COORBANC.

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(80).

       SD  FICHIER-TRI.
       01  SD-FICHE-TRI.
           05  SD-COMPTE-COMPLET.
               10  SD-INSTITUTION        PIC 9(3).
               10  SD-TRANSIT            PIC 9(5).
               10  SD-COMPTE             PIC X(12).
           05  SD-CODE                   PIC X(6).
           05  SD-SOURCE                 PIC X(8).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-DEMANDES               PIC 99.
       01  W-STATUT-COORDONNEES            PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-DEMANDES              PIC 9 VALUE 0.
       01  W-IND-FIN-COORDONNEES           PIC 9 VALUE 0.
       01  W-IND-FIN-TRI                   PIC 9 VALUE 0.

      ***************************************************************
      * CARTE PARAMETRE : NOMBRE DE JOURS DE DECISIONS LISTEES
      ***************************************************************
       01  W-PARM-JOURS-X                  PIC X(3) VALUE SPACE.
       01  W-NB-JOURS                      PIC 9(3) VALUE 7.
       01  W-DATE-AJD                      PIC 9(8).
       01  W-JOUR-AJD                      PIC 9(7) VALUE 0.
       01  W-DATE-SAISIE                   PIC 9(8) VALUE 0.
       01  W-DATE-DECISION                 PIC 9(8) VALUE 0.
       01  W-JOUR-DECISION                 PIC 9(7) VALUE 0.

      ***************************************************************
      * SECTION EN COURS (STATUT DES DEMANDES LISTEES)
      ***************************************************************
       01  W-STATUT-SECTION                PIC X.
           88  SECTION-EN-ATTENTE        VALUE "E".
       01  W-NB-SECTION                    PIC 9(5) VALUE 0.
       01  W-NB-EN-ATTENTE                 PIC 9(5) VALUE 0.
       01  W-NB-APPROUVEES                 PIC 9(5) VALUE 0.
       01  W-NB-REJETEES                   PIC 9(5) VALUE 0.

      ***************************************************************
      * GROUPE DE FICHES TRIEES D'UN MEME COMPTE (UN COMPTE PORTE
      * PAR PLUS DE 50 EMPLOYES EST LISTE SUR SES 50 PREMIERS)
      ***************************************************************
       01  W-COMPTE-COURANT                PIC X(20) VALUE SPACE.
       01  W-NB-GROUPE                     PIC 99 VALUE 0.
       01  W-TABLE-GROUPE.
           05  W-GR OCCURS 50.
               10  W-GR-CODE             PIC X(6).
               10  W-GR-SOURCE           PIC X(8).
       01  W-IDX-GR                        PIC 99 VALUE 0.
       01  W-NB-COMPTES-PARTAGES           PIC 9(5) VALUE 0.

      ***************************************************************
      * LIGNES DU RAPPORT
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "DEMANDES DE CHANGEMENT BANCAIRE".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-ENTETE-JOURS.
           05  FILLER                    PIC X(36)
                       VALUE "DECISIONS DES DERNIERS JOURS :".
           05  W-EJ-JOURS                PIC ZZ9.

       01  W-LIGNE-ENTETE-SECTION.
           05  W-ES-TITRE                PIC X(40).

       01  W-LIGNE-ENTETE2.
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(18) VALUE "SAISIE PAR".
           05  FILLER                    PIC X(18) VALUE "DECISION PAR".

       01  W-LIGNE-DEMANDE.
           05  W-D-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-NOM                   PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-OPER-SAISIE           PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-DATE-SAISIE           PIC 9999/99/99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-OPER-DECISION         PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-DATE-DECISION         PIC X(10).

       01  W-LIGNE-COORDONNEES.
           05  FILLER                    PIC X(7)  VALUE SPACE.
           05  FILLER                    PIC X(8)  VALUE "ANCIEN:".
           05  W-C-ANC-INSTITUTION       PIC 9(3).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-C-ANC-TRANSIT           PIC 9(5).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-C-ANC-COMPTE            PIC X(12).
           05  FILLER                    PIC X(3)  VALUE SPACE.
           05  FILLER                    PIC X(9)  VALUE "NOUVEAU:".
           05  W-C-NOU-INSTITUTION       PIC 9(3).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-C-NOU-TRANSIT           PIC 9(5).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-C-NOU-COMPTE            PIC X(12).

       01  W-LIGNE-DATE-EDITEE.
           05  W-DE-DATE                 PIC 9999/99/99.

       01  W-LIGNE-COMPTE-SECTION.
           05  FILLER                    PIC X(24)
                             VALUE "NOMBRE DE DEMANDES:".
           05  W-CS-NB                   PIC ZZZZ9.

       01  W-LIGNE-ENTETE-PARTAGE.
           05  FILLER                    PIC X(7)  VALUE "INST.".
           05  FILLER                    PIC X(7)  VALUE "TRANS.".
           05  FILLER                    PIC X(14) VALUE "COMPTE".
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(8)  VALUE "SOURCE".

       01  W-LIGNE-PARTAGE.
           05  W-P-INSTITUTION           PIC 9(3).
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  W-P-TRANSIT               PIC 9(5).
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-P-COMPTE                PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-P-CODE                  PIC X(6).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-P-NOM                   PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-P-SOURCE                PIC X(8).

       01  W-LIGNE-COMPTE-PARTAGES.
           05  FILLER                    PIC X(24)
                             VALUE "COMPTES PARTAGES:".
           05  W-CP-NB                   PIC ZZZZ9.

       01  W-LIGNE-TEXTE.
           05  W-LT-TEXTE                PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.

           MOVE "E" TO W-STATUT-SECTION.
           MOVE "DEMANDES EN ATTENTE D'APPROBATION" TO W-ES-TITRE.
           PERFORM 2000-LISTER-SECTION.
           MOVE W-NB-SECTION TO W-NB-EN-ATTENTE.
           MOVE "A" TO W-STATUT-SECTION.
           MOVE "DEMANDES APPROUVEES" TO W-ES-TITRE.
           PERFORM 2000-LISTER-SECTION.
           MOVE W-NB-SECTION TO W-NB-APPROUVEES.
           MOVE "R" TO W-STATUT-SECTION.
           MOVE "DEMANDES REJETEES" TO W-ES-TITRE.
           PERFORM 2000-LISTER-SECTION.
           MOVE W-NB-SECTION TO W-NB-REJETEES.

           MOVE "COMPTES PORTES PAR PLUS D'UN EMPLOYE" TO W-ES-TITRE.
           MOVE W-LIGNE-ENTETE-SECTION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE-PARTAGE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           SORT FICHIER-TRI
               ON ASCENDING KEY SD-COMPTE-COMPLET SD-CODE SD-SOURCE
               INPUT PROCEDURE 3000-ALIMENTER-TRI
               OUTPUT PROCEDURE 4000-IMPRIMER-PARTAGES.

           PERFORM 9000-TERMINER.
           IF W-NB-COMPTES-PARTAGES > 0
               DISPLAY "TP2-DEMANDES-BANQUE - COMPTE PARTAGE PAR "
                       "PLUSIEURS EMPLOYES, VOIR DEMBANC.LIS"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALISER LIT LE NOMBRE DE JOURS SUR LA CARTE
      * PARAMETRE ET ECRIT L'ENTETE DU RAPPORT.
      ******************************************************************
       1000-INITIALISER.
           ACCEPT W-PARM-JOURS-X.
           IF W-PARM-JOURS-X NUMERIC
           AND W-PARM-JOURS-X NOT = "000"
               MOVE W-PARM-JOURS-X TO W-NB-JOURS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           COMPUTE W-JOUR-AJD = FUNCTION INTEGER-OF-DATE(W-DATE-AJD).
           OPEN INPUT FICHIER-IDX.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-NB-JOURS TO W-EJ-JOURS.
           MOVE W-LIGNE-ENTETE-JOURS TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM 7200-ECRIRE-BLANC.

      ******************************************************************
      * 2000-LISTER-SECTION PARCOURT DEMBANC.DAT ET LISTE LES
      * DEMANDES DU STATUT DE LA SECTION. LES DECISIONS ANTERIEURES
      * A LA PERIODE DEMANDEE NE SONT PAS RELISTEES.
      ******************************************************************
       2000-LISTER-SECTION.
           MOVE 0 TO W-NB-SECTION.
           MOVE 0 TO W-IND-FIN-DEMANDES.
           MOVE W-LIGNE-ENTETE-SECTION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           OPEN INPUT FICHIER-DEMANDES-BANQUE.
           PERFORM 2100-LIRE-DEMANDE UNTIL W-IND-FIN-DEMANDES = 1.
           CLOSE FICHIER-DEMANDES-BANQUE.
           IF W-NB-SECTION = 0
               MOVE "AUCUNE DEMANDE" TO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE W-NB-SECTION TO W-CS-NB.
           MOVE W-LIGNE-COMPTE-SECTION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM 7200-ECRIRE-BLANC.

      ******************************************************************
       2100-LIRE-DEMANDE.
           READ FICHIER-DEMANDES-BANQUE
               AT END MOVE 1 TO W-IND-FIN-DEMANDES
           END-READ.
           IF W-IND-FIN-DEMANDES = 0
           AND DMB-STATUT = W-STATUT-SECTION
               IF SECTION-EN-ATTENTE
                   PERFORM 2200-ECRIRE-DEMANDE
               ELSE
                   PERFORM 2150-VERIFIER-DATE-DECISION
               END-IF
           END-IF.

      ******************************************************************
       2150-VERIFIER-DATE-DECISION.
           IF DMB-HORO-DECISION(1:8) NUMERIC
               MOVE DMB-HORO-DECISION(1:8) TO W-DATE-DECISION
               COMPUTE W-JOUR-DECISION =
                       FUNCTION INTEGER-OF-DATE(W-DATE-DECISION)
               IF W-JOUR-DECISION + W-NB-JOURS > W-JOUR-AJD
                   PERFORM 2200-ECRIRE-DEMANDE
               END-IF
           END-IF.

      ******************************************************************
      * 2200-ECRIRE-DEMANDE : DEUX LIGNES PAR DEMANDE - QUI ET QUAND,
      * PUIS LES COORDONNEES AVANT ET APRES.
      ******************************************************************
       2200-ECRIRE-DEMANDE.
           ADD 1 TO W-NB-SECTION.
           MOVE DMB-CODE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE "(EMPLOYE INCONNU)" TO W-D-NOM
               NOT INVALID KEY
                   MOVE EMPL-NOM TO W-D-NOM
           END-READ.
           MOVE DMB-CODE        TO W-D-CODE.
           MOVE DMB-OPER-SAISIE TO W-D-OPER-SAISIE.
           MOVE DMB-HORO-SAISIE(1:8) TO W-DATE-SAISIE.
           MOVE W-DATE-SAISIE   TO W-D-DATE-SAISIE.
           IF SECTION-EN-ATTENTE
               MOVE SPACE TO W-D-OPER-DECISION
               MOVE SPACE TO W-D-DATE-DECISION
           ELSE
               MOVE DMB-OPER-DECISION TO W-D-OPER-DECISION
               MOVE W-DATE-DECISION   TO W-DE-DATE
               MOVE W-LIGNE-DATE-EDITEE TO W-D-DATE-DECISION
           END-IF.
           MOVE W-LIGNE-DEMANDE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE DMB-ANC-INSTITUTION TO W-C-ANC-INSTITUTION.
           MOVE DMB-ANC-TRANSIT     TO W-C-ANC-TRANSIT.
           MOVE DMB-ANC-COMPTE      TO W-C-ANC-COMPTE.
           MOVE DMB-NOU-INSTITUTION TO W-C-NOU-INSTITUTION.
           MOVE DMB-NOU-TRANSIT     TO W-C-NOU-TRANSIT.
           MOVE DMB-NOU-COMPTE      TO W-C-NOU-COMPTE.
           MOVE W-LIGNE-COORDONNEES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 3000-ALIMENTER-TRI : CHAQUE COMPTE DE COORDBANC.DAT ET LE
      * NOUVEAU COMPTE DE CHAQUE DEMANDE EN ATTENTE.
      ******************************************************************
       3000-ALIMENTER-TRI.
           OPEN INPUT FICHIER-COORDONNEES.
           PERFORM 3100-LIRE-COORDONNEES
               UNTIL W-IND-FIN-COORDONNEES = 1.
           CLOSE FICHIER-COORDONNEES.
           MOVE 0 TO W-IND-FIN-DEMANDES.
           OPEN INPUT FICHIER-DEMANDES-BANQUE.
           PERFORM 3200-LIRE-DEMANDE-TRI
               UNTIL W-IND-FIN-DEMANDES = 1.
           CLOSE FICHIER-DEMANDES-BANQUE.

      ******************************************************************
       3100-LIRE-COORDONNEES.
           READ FICHIER-COORDONNEES
               AT END MOVE 1 TO W-IND-FIN-COORDONNEES
           END-READ.
           IF W-IND-FIN-COORDONNEES = 0
           AND CB-COMPTE NOT = SPACE
               MOVE CB-INSTITUTION TO SD-INSTITUTION
               MOVE CB-TRANSIT     TO SD-TRANSIT
               MOVE CB-COMPTE      TO SD-COMPTE
               MOVE CB-CODE        TO SD-CODE
               MOVE "FICHIER"      TO SD-SOURCE
               RELEASE SD-FICHE-TRI
           END-IF.

      ******************************************************************
       3200-LIRE-DEMANDE-TRI.
           READ FICHIER-DEMANDES-BANQUE
               AT END MOVE 1 TO W-IND-FIN-DEMANDES
           END-READ.
           IF W-IND-FIN-DEMANDES = 0
           AND DMB-EN-ATTENTE
               MOVE DMB-NOU-INSTITUTION TO SD-INSTITUTION
               MOVE DMB-NOU-TRANSIT     TO SD-TRANSIT
               MOVE DMB-NOU-COMPTE      TO SD-COMPTE
               MOVE DMB-CODE            TO SD-CODE
               MOVE "DEMANDE"           TO SD-SOURCE
               RELEASE SD-FICHE-TRI
           END-IF.

      ******************************************************************
      * 4000-IMPRIMER-PARTAGES : LES FICHES ARRIVENT PAR COMPTE PUIS
      * PAR EMPLOYE. UN GROUPE EST LISTE SI SON PREMIER ET SON
      * DERNIER EMPLOYE DIFFERENT.
      ******************************************************************
       4000-IMPRIMER-PARTAGES.
           PERFORM 4100-TRAITER-FICHE-TRIEE UNTIL W-IND-FIN-TRI = 1.
           IF W-NB-GROUPE > 0
               PERFORM 4200-FERMER-GROUPE
           END-IF.
           IF W-NB-COMPTES-PARTAGES = 0
               MOVE "AUCUN COMPTE PARTAGE" TO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE W-NB-COMPTES-PARTAGES TO W-CP-NB.
           MOVE W-LIGNE-COMPTE-PARTAGES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       4100-TRAITER-FICHE-TRIEE.
           RETURN FICHIER-TRI
               AT END MOVE 1 TO W-IND-FIN-TRI
           END-RETURN.
           IF W-IND-FIN-TRI = 0
               IF W-NB-GROUPE > 0
               AND SD-COMPTE-COMPLET NOT = W-COMPTE-COURANT
                   PERFORM 4200-FERMER-GROUPE
               END-IF
               MOVE SD-COMPTE-COMPLET TO W-COMPTE-COURANT
               IF W-NB-GROUPE < 50
                   ADD 1 TO W-NB-GROUPE
                   MOVE SD-CODE   TO W-GR-CODE(W-NB-GROUPE)
                   MOVE SD-SOURCE TO W-GR-SOURCE(W-NB-GROUPE)
               END-IF
           END-IF.

      ******************************************************************
       4200-FERMER-GROUPE.
           IF W-GR-CODE(1) NOT = W-GR-CODE(W-NB-GROUPE)
               ADD 1 TO W-NB-COMPTES-PARTAGES
               PERFORM 4300-ECRIRE-PARTAGE
                   VARYING W-IDX-GR FROM 1 BY 1
                   UNTIL W-IDX-GR > W-NB-GROUPE
               PERFORM 7200-ECRIRE-BLANC
           END-IF.
           MOVE 0 TO W-NB-GROUPE.

      ******************************************************************
       4300-ECRIRE-PARTAGE.
           MOVE W-COMPTE-COURANT(1:3)  TO W-P-INSTITUTION.
           MOVE W-COMPTE-COURANT(4:5)  TO W-P-TRANSIT.
           MOVE W-COMPTE-COURANT(9:12) TO W-P-COMPTE.
           MOVE W-GR-CODE(W-IDX-GR)    TO W-P-CODE.
           MOVE W-GR-SOURCE(W-IDX-GR)  TO W-P-SOURCE.
           MOVE W-GR-CODE(W-IDX-GR)    TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE "(EMPLOYE INCONNU)" TO W-P-NOM
               NOT INVALID KEY
                   MOVE EMPL-NOM TO W-P-NOM
           END-READ.
           MOVE W-LIGNE-PARTAGE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       7200-ECRIRE-BLANC.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-RAPPORT.
