       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-ACQUIS-CONGES.

      ***************************************************************
      * PROGRAMME BATCH - ACQUISITION DES CONGES DE LA PERIODE
      * A EXECUTER CHAQUE PERIODE APRES TP2-REGISTRE. LIT
      * L'HISTORIQUE DE PAIE (HISTOPAIE.DAT) DE LA PERIODE ET, POUR
      * CHAQUE EMPLOYE PAYE, AJOUTE A SA BANQUE DE CONGES
      * (CONGES.DAT) LES HEURES GAGNEES SUR SES HEURES PAYEES
      * (HIST-NB-HEURES) :
      *   - VACANCES : TAUX SELON LES ANNEES DE SERVICE COMPLETES A
      *     LA DATE DE LA PERIODE, CALCULEES SUR EMPL-DATEEMB (TABLE
      *     DES PALIERS D'ANCIENNETE CI-DESSOUS)
      *   - MALADIE : TAUX FIXE POUR TOUS
      * UN EMPLOYE SANS FICHE DANS LA BANQUE EN RECOIT UNE. UNE
      * FICHE DEJA ACQUISE POUR LA PERIODE (BQC-DERNIERE-PERIODE)
      * N'EST PAS TOUCHEE : LE PROGRAMME PEUT ETRE REPRIS SANS
      * DOUBLER LES HEURES. UN RAPPORT DE CONTROLE EST ECRIT DANS
      * CONGACQ.LIS.
      * LA PERIODE EST LUE SUR UNE CARTE DE PARAMETRES (AAAAMMJJ);
      * LAISSEE A BLANC, C'EST LA PERIODE PAYEE PAR TP2-REGISTRE
      * CETTE NUIT (CONTROLE.DAT, CTL-MONTANT2).
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

           SELECT FICHIER-HISTORIQUE
                  ASSIGN TO "HISTOPAIE.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           HIST-CLE
                  FILE STATUS          W-STATUT-HISTORIQUE.

           SELECT OPTIONAL FICHIER-CONGES
                  ASSIGN TO "CONGES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           BQC-CODE
                  FILE STATUS          W-STATUT-CONGES.

           SELECT OPTIONAL FICHIER-CTLCHAINE
                  ASSIGN TO "CONTROLE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CTLCHAINE.

           SELECT FICHIER-CONTROLE ASSIGN TO "CONGACQ.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-HISTORIQUE.
           COPY HISTPAIE.

       FD  FICHIER-CONGES.
           COPY BANQCONG.

       FD  FICHIER-CTLCHAINE.
       01  LIGNE-CTLCHAINE                 PIC X(63).

       FD  FICHIER-CONTROLE.
       01  LIGNE-CONTROLE                  PIC X(80).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-HISTORIQUE             PIC 99.
       01  W-STATUT-CONGES                 PIC 99.
       01  W-STATUT-CTLCHAINE              PIC 99.
       01  W-STATUT-CONTROLE               PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN ET COMPTEURS DE CONTROLE
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-CTLCHAINE             PIC 9 VALUE 0.
       01  W-NB-FICHES-LUES                PIC 9(5) VALUE 0.
       01  W-NB-ACQUISES                   PIC 9(5) VALUE 0.
       01  W-NB-NOUVELLES                  PIC 9(5) VALUE 0.
       01  W-NB-DEJA-ACQUISES              PIC 9(5) VALUE 0.
       01  W-TOTAL-VACANCES                PIC 9(7)V99 VALUE 0.
       01  W-TOTAL-MALADIE                 PIC 9(7)V99 VALUE 0.

      ***************************************************************
      * PERIODE ACQUISE - CARTE DE PARAMETRES, SINON LA PERIODE
      * PAYEE PAR TP2-REGISTRE CETTE NUIT
      ***************************************************************
       01  W-PARM-PERIODE-X                PIC X(8) VALUE SPACE.
       01  W-DATE-PAIE                     PIC 9(8) VALUE 0.
       01  W-DATE-AJD                      PIC 9999/99/99.

      ***************************************************************
      * PALIERS D'ANCIENNETE DES VACANCES : HEURES GAGNEES PAR HEURE
      * PAYEE A PARTIR DU NOMBRE D'ANNEES DE SERVICE INDIQUE
      * (4 % = DEUX SEMAINES, 6 % = TROIS, 8 % = QUATRE PAR ANNEE).
      * LE TAUX DE MALADIE EST LE MEME POUR TOUS.
      ***************************************************************
       01  W-PALIERS-VALEURS.
           05  FILLER                    PIC X(7) VALUE "0000400".
           05  FILLER                    PIC X(7) VALUE "0500600".
           05  FILLER                    PIC X(7) VALUE "1000800".
       01  W-TABLE-PALIERS REDEFINES W-PALIERS-VALEURS.
           05  W-PALIER OCCURS 3.
               10  W-PAL-ANNEES          PIC 99.
               10  W-PAL-TAUX            PIC 9V9999.
       01  W-NB-PALIERS                    PIC 9 VALUE 3.
       01  W-IDX-PALIER                    PIC 9 VALUE 0.
       01  W-TAUX-MALADIE                  PIC 9V9999 VALUE 0.0250.

       01  W-ANNEES-SERVICE                PIC 9(4) VALUE 0.
       01  W-TAUX-VACANCES                 PIC 9V9999 VALUE 0.
       01  W-HEURES-VACANCES               PIC 9(3)V99 VALUE 0.
       01  W-HEURES-MALADIE                PIC 9(3)V99 VALUE 0.

      ***************************************************************
      * LIGNES DU RAPPORT DE CONTROLE
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "ACQUISITION DES CONGES".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-PERIODE.
           05  FILLER                    PIC X(24)
                             VALUE "PERIODE ACQUISE:".
           05  W-P-PERIODE               PIC 9999/99/99.

       01  W-LIGNE-TOTAL.
           05  W-T-LIBELLE               PIC X(24).
           05  W-T-NB                    PIC ZZZZ9.

       01  W-LIGNE-TOTAL-HEURES.
           05  W-TH-LIBELLE              PIC X(24).
           05  W-TH-HEURES               PIC Z,ZZZ,ZZ9.99.

      ***************************************************************
      * FICHE DE CONTROLE DE LA CHAINE DE NUIT (PERIODE DU REGISTRE)
      ***************************************************************
           COPY CTLCHN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           IF W-DATE-PAIE = 0
               DISPLAY "TP2-ACQUIS-CONGES - AUCUNE PERIODE EN CARTE "
                       "NI FICHE DE TP2-REGISTRE DANS CONTROLE.DAT, "
                       "EXECUTION REFUSEE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-OUVRIR-FICHIERS.
           PERFORM 2000-LIRE-HISTORIQUE UNTIL W-IND-FIN-LECTURE = 1.
           PERFORM 9000-TERMINER.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALISER LIT LA PERIODE SUR SYSIN. LAISSEE A BLANC OU
      * A ZERO, C'EST LA PERIODE DE LA DERNIERE FICHE DE
      * TP2-REGISTRE DANS CONTROLE.DAT.
      ******************************************************************
       1000-INITIALISER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           ACCEPT W-PARM-PERIODE-X.
           IF W-PARM-PERIODE-X NUMERIC
           AND W-PARM-PERIODE-X NOT = "00000000"
               MOVE W-PARM-PERIODE-X TO W-DATE-PAIE
           ELSE
               MOVE 0 TO W-IND-FIN-CTLCHAINE
               OPEN INPUT FICHIER-CTLCHAINE
               PERFORM 1285-LIRE-CONTROLE
                   UNTIL W-IND-FIN-CTLCHAINE = 1
               CLOSE FICHIER-CTLCHAINE
           END-IF.

      ******************************************************************
       1100-OUVRIR-FICHIERS.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-HISTORIQUE.
           OPEN I-O FICHIER-CONGES.
           OPEN OUTPUT FICHIER-CONTROLE.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE SPACE TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE W-DATE-PAIE TO W-P-PERIODE.
           MOVE W-LIGNE-PERIODE TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.

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
       2000-LIRE-HISTORIQUE.
           READ FICHIER-HISTORIQUE
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
           AND HIST-DATE-PAIE = W-DATE-PAIE
               ADD 1 TO W-NB-FICHES-LUES
               PERFORM 2100-CALCULER-ACQUIS
               PERFORM 2200-METTRE-A-JOUR-BANQUE
           END-IF.

      ******************************************************************
      * 2100-CALCULER-ACQUIS COMPTE LES ANNEES DE SERVICE COMPLETES A
      * LA DATE DE LA PERIODE (LA DIFFERENCE DE DEUX DATES AAAAMMJJ
      * DIVISEE PAR 10000 DONNE LES ANNEES REVOLUES) ET RETIENT LE
      * TAUX DU DERNIER PALIER ATTEINT. UN EMPLOYE INTROUVABLE
      * ACQUIERT AU PREMIER PALIER.
      ******************************************************************
       2100-CALCULER-ACQUIS.
           MOVE 0 TO W-ANNEES-SERVICE.
           MOVE HIST-CODE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPL-DATEEMB NUMERIC
                   AND EMPL-DATEEMB < W-DATE-PAIE
                       COMPUTE W-ANNEES-SERVICE =
                           (W-DATE-PAIE - EMPL-DATEEMB) / 10000
                   END-IF
           END-READ.
           MOVE W-PAL-TAUX(1) TO W-TAUX-VACANCES.
           PERFORM 2150-CHERCHER-PALIER
               VARYING W-IDX-PALIER FROM 1 BY 1
               UNTIL W-IDX-PALIER > W-NB-PALIERS.
           COMPUTE W-HEURES-VACANCES ROUNDED =
                   HIST-NB-HEURES * W-TAUX-VACANCES.
           COMPUTE W-HEURES-MALADIE ROUNDED =
                   HIST-NB-HEURES * W-TAUX-MALADIE.

      ******************************************************************
       2150-CHERCHER-PALIER.
           IF W-ANNEES-SERVICE NOT < W-PAL-ANNEES(W-IDX-PALIER)
               MOVE W-PAL-TAUX(W-IDX-PALIER) TO W-TAUX-VACANCES
           END-IF.

      ******************************************************************
      * 2200-METTRE-A-JOUR-BANQUE AJOUTE LES HEURES A LA FICHE DE
      * L'EMPLOYE, OU LA CREE. UNE FICHE DEJA ACQUISE POUR CETTE
      * PERIODE OU UNE PERIODE POSTERIEURE EST LAISSEE TELLE QUELLE.
      ******************************************************************
       2200-METTRE-A-JOUR-BANQUE.
           MOVE HIST-CODE TO BQC-CODE.
           READ FICHIER-CONGES
               INVALID KEY
                   PERFORM 2300-CREER-FICHE
               NOT INVALID KEY
                   IF BQC-DERNIERE-PERIODE NOT < W-DATE-PAIE
                       ADD 1 TO W-NB-DEJA-ACQUISES
                   ELSE
                       PERFORM 2400-CREDITER-FICHE
                   END-IF
           END-READ.

      ******************************************************************
       2300-CREER-FICHE.
           MOVE HIST-CODE          TO BQC-CODE.
           MOVE W-HEURES-VACANCES  TO BQC-SOLDE-VACANCES.
           MOVE W-HEURES-MALADIE   TO BQC-SOLDE-MALADIE.
           MOVE W-DATE-PAIE        TO BQC-DERNIERE-PERIODE.
           MOVE "A"                TO BQC-STATUT.
           MOVE 0                  TO BQC-DATE-DEPART.
           MOVE 0                  TO BQC-PERIODE-DEBIT.
           MOVE 0                  TO BQC-DEBIT-VACANCES.
           MOVE 0                  TO BQC-DEBIT-MALADIE.
           WRITE FICHE-BANQUE-CONGES
               INVALID KEY
                   DISPLAY "TP2-ACQUIS-CONGES - ECRITURE REFUSEE "
                           HIST-CODE
               NOT INVALID KEY
                   ADD 1 TO W-NB-NOUVELLES
                   ADD 1 TO W-NB-ACQUISES
                   ADD W-HEURES-VACANCES TO W-TOTAL-VACANCES
                   ADD W-HEURES-MALADIE  TO W-TOTAL-MALADIE
           END-WRITE.

      ******************************************************************
       2400-CREDITER-FICHE.
           ADD W-HEURES-VACANCES TO BQC-SOLDE-VACANCES.
           ADD W-HEURES-MALADIE  TO BQC-SOLDE-MALADIE.
           MOVE W-DATE-PAIE      TO BQC-DERNIERE-PERIODE.
           REWRITE FICHE-BANQUE-CONGES
               INVALID KEY
                   DISPLAY "TP2-ACQUIS-CONGES - REECRITURE REFUSEE "
                           HIST-CODE
               NOT INVALID KEY
                   ADD 1 TO W-NB-ACQUISES
                   ADD W-HEURES-VACANCES TO W-TOTAL-VACANCES
                   ADD W-HEURES-MALADIE  TO W-TOTAL-MALADIE
           END-REWRITE.

      ******************************************************************
       9000-TERMINER.
           MOVE "FICHES DE LA PERIODE:" TO W-T-LIBELLE.
           MOVE W-NB-FICHES-LUES        TO W-T-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "BANQUES CREDITEES:"    TO W-T-LIBELLE.
           MOVE W-NB-ACQUISES           TO W-T-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "  DONT NOUVELLES:"     TO W-T-LIBELLE.
           MOVE W-NB-NOUVELLES          TO W-T-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "DEJA ACQUISES:"        TO W-T-LIBELLE.
           MOVE W-NB-DEJA-ACQUISES      TO W-T-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "HEURES DE VACANCES:"   TO W-TH-LIBELLE.
           MOVE W-TOTAL-VACANCES        TO W-TH-HEURES.
           MOVE W-LIGNE-TOTAL-HEURES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE "HEURES DE MALADIE:"    TO W-TH-LIBELLE.
           MOVE W-TOTAL-MALADIE         TO W-TH-HEURES.
           MOVE W-LIGNE-TOTAL-HEURES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-HISTORIQUE.
           CLOSE FICHIER-CONGES.
           CLOSE FICHIER-CONTROLE.
