      * EST ECRIT DANS RETOUR.LIS.
      * A EXECUTER AVANT TP2-REGISTRE POUR QUE LE REGISTRE DE PAIE
      * SOIT CALCULE SUR LES HEURES REELLEMENT POINTEES.
      * RET-CODE-PAIE DISTINGUE LES HEURES TRAVAILLEES (BLANC OU R)
      * DES CONGES PRIS : V = VACANCES, M = MALADIE. LE FICHIER EST
      * LU TROIS FOIS, QUEL QUE SOIT L'ORDRE DES FICHES DU
      * FOURNISSEUR : LA PREMIERE PASSE MET A ZERO LES HEURES DE
      * CHAQUE EMPLOYE QUI A UNE FICHE DE CONGE (SANS QUOI UN
      * EMPLOYE EN CONGE TOUTE LA SEMAINE GARDERAIT LES HEURES DE LA
      * SEMAINE PASSEE), LA DEUXIEME REMPLACE LES HEURES
      * TRAVAILLEES, LA TROISIEME DEBITE LES CONGES DE LA BANQUE
      * (CONGES.DAT) ET LES AJOUTE AUX HEURES PAYEES DE LA SEMAINE.
      * UN CONGE PLUS GRAND QUE LE SOLDE DE LA BANQUE EST REJETE
      * SANS TOUCHER LA BANQUE. UN CONGE EST PAYE AU TAUX NORMAL : LE
      * CONGE QUI PORTERAIT LA SEMAINE AU-DELA DE 40 HEURES (SEUIL
      * DU SURTEMPS DE TP2-REGISTRE) EST REJETE DE MEME.
      * LES DEBITS SONT MARQUES DE LA PERIODE QUE TP2-REGISTRE VA
      * PAYER (PREMIERE PERIODE ECHUE NON PAYEE DE CALENDRIER.DAT,
      * SINON LA DERNIERE PERIODE ECHUE, SANS CALENDRIER LA DATE DU
      * JOUR). AU DEPART, LES DEBITS DEJA FAITS POUR CETTE PERIODE
      * SONT REMIS AU SOLDE : LE PROGRAMME PEUT ETRE REPRIS SUR LE
      * MEME RETOUR.DAT (APRES TP2-ANNULATION, PAR EXEMPLE) SANS
      * DEBITER NI PAYER DEUX FOIS LES CONGES.
      ***************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CONTROLE.

           SELECT OPTIONAL FICHIER-CONGES
                  ASSIGN TO "CONGES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           BQC-CODE
                  FILE STATUS          W-STATUT-CONGES.

           SELECT OPTIONAL FICHIER-CALENDRIER
                  ASSIGN TO "CALENDRIER.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CALENDRIER.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
       01  FICHE-RETOUR.
           05  RET-CODE                  PIC X(6).
           05  RET-HEURES                PIC 9(3).
           05  RET-CODE-PAIE             PIC X.
               88  RET-TRAVAIL           VALUE SPACE "R".
               88  RET-VACANCES          VALUE "V".
               88  RET-MALADIE           VALUE "M".
               88  RET-CONGE             VALUE "V" "M".
           05  FILLER                    PIC X(10).

       FD  FICHIER-REJETS.
       01  LIGNE-REJET                     PIC X(50).
       FD  FICHIER-CONTROLE.
       01  LIGNE-CONTROLE                  PIC X(80).

       FD  FICHIER-CONGES.
           COPY BANQCONG.

       FD  FICHIER-CALENDRIER.
           COPY CALPAIE.

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
       01  W-STATUT-RETOUR                 PIC 99.
       01  W-STATUT-REJETS                 PIC 99.
       01  W-STATUT-CONTROLE               PIC 99.
       01  W-STATUT-CONGES                 PIC 99.
       01  W-STATUT-CALENDRIER             PIC 99.

      ***************************************************************
      * INDICATEUR DE FIN ET COMPTEURS DE CONTROLE
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-CALENDRIER            PIC 9 VALUE 0.
       01  W-IND-FIN-CONGES                PIC 9 VALUE 0.
       01  W-NB-FICHES-LUES                PIC 9(5) VALUE 0.
       01  W-NB-FICHES-APPLIQUEES          PIC 9(5) VALUE 0.
       01  W-NB-FICHES-REJETEES            PIC 9(5) VALUE 0.
       01  W-NB-CONGES-APPLIQUES           PIC 9(5) VALUE 0.
       01  W-HEURES-VACANCES-PRISES        PIC 9(7) VALUE 0.
       01  W-HEURES-MALADIE-PRISES         PIC 9(7) VALUE 0.
       01  W-NB-DEBITS-REPRIS              PIC 9(5) VALUE 0.
       01  W-NB-HEURES-A-ZERO              PIC 9(5) VALUE 0.

      ***************************************************************
      * PASSE EN COURS : 1 = MISE A ZERO DES EMPLOYES EN CONGE,
      * 2 = HEURES TRAVAILLEES, 3 = CONGES PRIS
      ***************************************************************
       01  W-PASSE                         PIC 9 VALUE 1.
       01  W-HEURES-TOTAL                  PIC 9(4) VALUE 0.

      ***************************************************************
      * PERIODE DE PAIE DES DEBITS DE CONGES
      ***************************************************************
       01  W-DATE-EXECUTION                PIC 9(8).
       01  W-PERIODE-CONGE                 PIC 9(8) VALUE 0.
       01  W-DERNIERE-ECHUE                PIC 9(8) VALUE 0.

      ***************************************************************
      * SEUIL D'INTEGRITE - MEME MAXIMUM LEGAL QUE TP2-EXCEPTIONS
      ***************************************************************
       01  W-HEURES-MAX-SEMAINE             PIC 999   VALUE 060.

      ***************************************************************
      * SEMAINE NORMALE - AU-DELA, TP2-REGISTRE PAIE DU SURTEMPS
      ***************************************************************
       01  W-HEURES-SEMAINE-NORMALE         PIC 999   VALUE 040.

       01  W-DATE-AJD                       PIC 9999/99/99.

      ***************************************************************
                             VALUE "FICHES APPLIQUEES:".
           05  W-T-APPLIQUEES            PIC ZZZZ9.

       01  W-LIGNE-TOTAL-CONGES.
           05  FILLER                    PIC X(24)
                             VALUE "  DONT CONGES PRIS:".
           05  W-T-CONGES                PIC ZZZZ9.

       01  W-LIGNE-TOTAL-HEURES.
           05  W-TH-LIBELLE              PIC X(24).
           05  W-TH-HEURES               PIC Z,ZZZ,ZZ9.

       01  W-LIGNE-PERIODE.
           05  FILLER                    PIC X(24)
                             VALUE "PERIODE DES CONGES:".
           05  W-P-PERIODE               PIC 9999/99/99.

       01  W-LIGNE-TOTAL-REJETEES.
           05  FILLER                    PIC X(24)
                             VALUE "FICHES REJETEES:".
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-LIRE-RETOUR UNTIL W-IND-FIN-LECTURE = 1.
           PERFORM 3000-PASSE-SUIVANTE.
           PERFORM 3000-PASSE-SUIVANTE.
           PERFORM 9000-TERMINER.
           STOP RUN.

           OPEN INPUT FICHIER-RETOUR.
           OPEN OUTPUT FICHIER-REJETS.
           OPEN OUTPUT FICHIER-CONTROLE.
           OPEN I-O FICHIER-CONGES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-EXECUTION.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE SPACE TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           PERFORM 1100-CHOISIR-PERIODE.
           PERFORM 1200-REPRENDRE-DEBITS.

      ******************************************************************
      * 1100-CHOISIR-PERIODE RETIENT LA PERIODE QUE TP2-REGISTRE VA
      * PAYER : LA PREMIERE ECHUE DONT LE STATUT N'EST PAS P. SI
      * TOUTES SONT PAYEES (REPRISE APRES LE REGISTRE), C'EST LA
      * DERNIERE ECHUE; SANS CALENDRIER, LA DATE DU JOUR, COMME AU
      * REGISTRE.
      ******************************************************************
       1100-CHOISIR-PERIODE.
           OPEN INPUT FICHIER-CALENDRIER.
           PERFORM 1150-LIRE-CALENDRIER
               UNTIL W-IND-FIN-CALENDRIER = 1.
           CLOSE FICHIER-CALENDRIER.
           IF W-PERIODE-CONGE = 0
               MOVE W-DERNIERE-ECHUE TO W-PERIODE-CONGE
           END-IF.
           IF W-PERIODE-CONGE = 0
               MOVE W-DATE-EXECUTION TO W-PERIODE-CONGE
           END-IF.

      ******************************************************************
       1150-LIRE-CALENDRIER.
           READ FICHIER-CALENDRIER
               AT END MOVE 1 TO W-IND-FIN-CALENDRIER
           END-READ.
           IF W-IND-FIN-CALENDRIER = 0
           AND CAL-DATE-PERIODE NUMERIC
           AND CAL-DATE-PERIODE NOT > W-DATE-EXECUTION
               IF CAL-STATUT NOT = "P"
               AND W-PERIODE-CONGE = 0
                   MOVE CAL-DATE-PERIODE TO W-PERIODE-CONGE
               END-IF
               IF CAL-DATE-PERIODE > W-DERNIERE-ECHUE
                   MOVE CAL-DATE-PERIODE TO W-DERNIERE-ECHUE
               END-IF
           END-IF.

      ******************************************************************
      * 1200-REPRENDRE-DEBITS REMET AU SOLDE LES HEURES DEJA DEBITEES
      * POUR LA PERIODE PAR UNE EXECUTION PRECEDENTE. LA TROISIEME
      * PASSE LES DEBITE DE NOUVEAU SELON LE RETOUR.DAT DU JOUR.
      ******************************************************************
       1200-REPRENDRE-DEBITS.
           MOVE LOW-VALUES TO BQC-CODE.
           START FICHIER-CONGES KEY NOT < BQC-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-CONGES
           END-START.
           PERFORM 1250-LIRE-CONGES UNTIL W-IND-FIN-CONGES = 1.

      ******************************************************************
       1250-LIRE-CONGES.
           READ FICHIER-CONGES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CONGES
           END-READ.
           IF W-IND-FIN-CONGES = 0
           AND BQC-PERIODE-DEBIT = W-PERIODE-CONGE
           AND (BQC-DEBIT-VACANCES > 0 OR BQC-DEBIT-MALADIE > 0)
               ADD BQC-DEBIT-VACANCES TO BQC-SOLDE-VACANCES
               ADD BQC-DEBIT-MALADIE  TO BQC-SOLDE-MALADIE
               MOVE 0 TO BQC-DEBIT-VACANCES
               MOVE 0 TO BQC-DEBIT-MALADIE
               REWRITE FICHE-BANQUE-CONGES
                   INVALID KEY
                       DISPLAY "TP2-RETOUR-HEURES - BANQUE NON "
                               "REECRITE " BQC-CODE
                   NOT INVALID KEY
                       ADD 1 TO W-NB-DEBITS-REPRIS
               END-REWRITE
           END-IF.

      ******************************************************************
       2000-LIRE-RETOUR.
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
               EVALUATE W-PASSE
                   WHEN 1
                       IF RET-CONGE
                           PERFORM 2050-METTRE-A-ZERO
                       END-IF
                   WHEN 2
                       ADD 1 TO W-NB-FICHES-LUES
                       PERFORM 2100-TRAITER-RETOUR
                   WHEN OTHER
                       IF RET-CONGE
                           PERFORM 2100-TRAITER-RETOUR
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 2050-METTRE-A-ZERO : LES HEURES PAYEES D'UN EMPLOYE EN CONGE
      * PARTENT DE ZERO; SES HEURES TRAVAILLEES, S'IL EN A, LES
      * REMPLACENT A LA DEUXIEME PASSE. LES REJETS SONT LAISSES AUX
      * PASSES SUIVANTES.
      ******************************************************************
       2050-METTRE-A-ZERO.
           MOVE RET-CODE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT EMPL-TERMINE
                   AND EMPL-NB-HEURES NOT = 0
                       MOVE 0 TO EMPL-NB-HEURES
                       REWRITE FICHE-PERSONNELLE-IDX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO W-NB-HEURES-A-ZERO
                       END-REWRITE
                   END-IF
           END-READ.

      ******************************************************************
      * 2100-TRAITER-RETOUR APPLIQUE LES MEMES REGLES D'INTEGRITE QUE
      * TP2-EXCEPTIONS SUR LES HEURES RECUES AVANT DE TOUCHER LA FICHE.
      * EN DEUXIEME PASSE, LES CONGES SONT LAISSES A LA TROISIEME.
      ******************************************************************
       2100-TRAITER-RETOUR.
           EVALUATE TRUE
               WHEN NOT RET-TRAVAIL AND NOT RET-CONGE
                   MOVE "CODE DE PAIE INCONNU" TO WREJ-MOTIF
                   PERFORM 2300-REJETER
               WHEN RET-CONGE AND W-PASSE = 2
                   CONTINUE
               WHEN RET-HEURES NOT NUMERIC
                   MOVE "HEURES NON NUMERIQUES" TO WREJ-MOTIF
                   PERFORM 2300-REJETER
                       MOVE "EMPLOYE TERMINE" TO WREJ-MOTIF
                       PERFORM 2300-REJETER
                   ELSE
                       IF RET-CONGE
                           PERFORM 2400-DEBITER-CONGE
                       ELSE
                           PERFORM 2250-REECRIRE-FICHE
                       END-IF
                   END-IF
           END-READ.

           MOVE W-LIGNE-REJET TO LIGNE-REJET.
           WRITE LIGNE-REJET.

      ******************************************************************
      * 2400-DEBITER-CONGE VERIFIE LE SOLDE DE LA BANQUE ET LA
      * SEMAINE NORMALE (PAS DE SURTEMPS SUR UN CONGE) AVANT DE
      * TOUCHER QUOI QUE CE SOIT : LA FICHE DE L'EMPLOYE EST
      * REECRITE D'ABORD (HEURES PAYEES DE LA SEMAINE), PUIS LA
      * BANQUE EST DEBITEE.
      ******************************************************************
       2400-DEBITER-CONGE.
           COMPUTE W-HEURES-TOTAL = EMPL-NB-HEURES + RET-HEURES.
           MOVE RET-CODE TO BQC-CODE.
           READ FICHIER-CONGES
               INVALID KEY
                   MOVE "AUCUNE BANQUE DE CONGES" TO WREJ-MOTIF
                   PERFORM 2300-REJETER
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RET-VACANCES
                        AND RET-HEURES > BQC-SOLDE-VACANCES
                           MOVE "SOLDE DE CONGES INSUFFISANT"
                             TO WREJ-MOTIF
                           PERFORM 2300-REJETER
                       WHEN RET-MALADIE
                        AND RET-HEURES > BQC-SOLDE-MALADIE
                           MOVE "SOLDE DE CONGES INSUFFISANT"
                             TO WREJ-MOTIF
                           PERFORM 2300-REJETER
                       WHEN W-HEURES-TOTAL > W-HEURES-MAX-SEMAINE
                           MOVE "TOTAL SUPERIEUR AU MAXIMUM"
                             TO WREJ-MOTIF
                           PERFORM 2300-REJETER
                       WHEN W-HEURES-TOTAL > W-HEURES-SEMAINE-NORMALE
                           MOVE "CONGE AU-DELA DE 40 HEURES"
                             TO WREJ-MOTIF
                           PERFORM 2300-REJETER
                       WHEN OTHER
                           PERFORM 2450-APPLIQUER-CONGE
                   END-EVALUATE
           END-READ.

      ******************************************************************
       2450-APPLIQUER-CONGE.
           MOVE W-HEURES-TOTAL TO EMPL-NB-HEURES.
           REWRITE FICHE-PERSONNELLE-IDX
               INVALID KEY
                   MOVE "ERREUR DE REECRITURE" TO WREJ-MOTIF
                   PERFORM 2300-REJETER
               NOT INVALID KEY
                   PERFORM 2460-REECRIRE-BANQUE
           END-REWRITE.

      ******************************************************************
      * 2460-REECRIRE-BANQUE DEBITE LA BANQUE ET CUMULE LE DEBIT DE
      * LA PERIODE; LE DEBIT D'UNE PERIODE PRECEDENTE EST OUBLIE.
      ******************************************************************
       2460-REECRIRE-BANQUE.
           IF BQC-PERIODE-DEBIT NOT = W-PERIODE-CONGE
               MOVE W-PERIODE-CONGE TO BQC-PERIODE-DEBIT
               MOVE 0 TO BQC-DEBIT-VACANCES
               MOVE 0 TO BQC-DEBIT-MALADIE
           END-IF.
           IF RET-VACANCES
               SUBTRACT RET-HEURES FROM BQC-SOLDE-VACANCES
               ADD RET-HEURES TO BQC-DEBIT-VACANCES
               ADD RET-HEURES TO W-HEURES-VACANCES-PRISES
           ELSE
               SUBTRACT RET-HEURES FROM BQC-SOLDE-MALADIE
               ADD RET-HEURES TO BQC-DEBIT-MALADIE
               ADD RET-HEURES TO W-HEURES-MALADIE-PRISES
           END-IF.
           REWRITE FICHE-BANQUE-CONGES
               INVALID KEY
                   DISPLAY "TP2-RETOUR-HEURES - BANQUE NON REECRITE "
                           RET-CODE
           END-REWRITE.
           ADD 1 TO W-NB-FICHES-APPLIQUEES.
           ADD 1 TO W-NB-CONGES-APPLIQUES.

      ******************************************************************
      * 3000-PASSE-SUIVANTE RELIT RETOUR.DAT DU DEBUT : LES HEURES
      * TRAVAILLEES UNE FOIS LES EMPLOYES EN CONGE REMIS A ZERO, PUIS
      * LES CONGES UNE FOIS TOUTES LES HEURES TRAVAILLEES EN PLACE.
      ******************************************************************
       3000-PASSE-SUIVANTE.
           CLOSE FICHIER-RETOUR.
           OPEN INPUT FICHIER-RETOUR.
           ADD 1 TO W-PASSE.
           MOVE 0 TO W-IND-FIN-LECTURE.
           PERFORM 2000-LIRE-RETOUR UNTIL W-IND-FIN-LECTURE = 1.

      ******************************************************************
       9000-TERMINER.
           MOVE W-NB-FICHES-LUES       TO W-T-LUES.
           MOVE W-NB-FICHES-APPLIQUEES TO W-T-APPLIQUEES.
           MOVE W-LIGNE-TOTAL-APPLIQUEES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE W-NB-CONGES-APPLIQUES  TO W-T-CONGES.
           MOVE W-LIGNE-TOTAL-CONGES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "  HEURES DE VACANCES:"  TO W-TH-LIBELLE.
           MOVE W-HEURES-VACANCES-PRISES TO W-TH-HEURES.
           MOVE W-LIGNE-TOTAL-HEURES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "  HEURES DE MALADIE:"   TO W-TH-LIBELLE.
           MOVE W-HEURES-MALADIE-PRISES  TO W-TH-HEURES.
           MOVE W-LIGNE-TOTAL-HEURES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "  DEBITS REPRIS:"       TO W-TH-LIBELLE.
           MOVE W-NB-DEBITS-REPRIS       TO W-TH-HEURES.
           MOVE W-LIGNE-TOTAL-HEURES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "  HEURES MISES A ZERO:" TO W-TH-LIBELLE.
           MOVE W-NB-HEURES-A-ZERO       TO W-TH-HEURES.
           MOVE W-LIGNE-TOTAL-HEURES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE W-PERIODE-CONGE        TO W-P-PERIODE.
           MOVE W-LIGNE-PERIODE TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE W-NB-FICHES-REJETEES   TO W-T-REJETEES.
           MOVE W-LIGNE-TOTAL-REJETEES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           CLOSE FICHIER-RETOUR.
           CLOSE FICHIER-REJETS.
           CLOSE FICHIER-CONTROLE.
           CLOSE FICHIER-CONGES.
