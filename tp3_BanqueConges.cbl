       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-BANQUE-CONGES.

      ***************************************************************
      * PROGRAMME BATCH - RAPPORT MENSUEL DE LA BANQUE DE CONGES
      * LIT LA BANQUE DE CONGES (CONGES.DAT), RETROUVE CHAQUE
      * EMPLOYE DANS FICHIER-IDX (EMPLOYES.DAT) POUR SA REGION, SON
      * NOM ET SON TAUX HORAIRE, TRIE PAR REGION PUIS CODE ET
      * IMPRIME DANS CONGES.LIS, POUR CHAQUE EMPLOYE, LE SOLDE DE
      * VACANCES EN HEURES ET EN DOLLARS (HEURES X EMPL-TAUX) ET LE
      * SOLDE DE MALADIE EN HEURES. LE SOUS-TOTAL PAR REGION DONNE
      * LA PROVISION DE VACANCES A INSCRIRE AUX LIVRES; UN TOTAL
      * GENERAL SUIT, AVEC LE NOMBRE ET LE MONTANT DES SOLDES MARQUES
      * A PAYER AUX PARTANTS (BQC-STATUT P). LE SOLDE DE MALADIE
      * N'EST PAS MONNAYABLE ET N'EST DONNE QU'EN HEURES.
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

           SELECT OPTIONAL FICHIER-CONGES
                  ASSIGN TO "CONGES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           BQC-CODE
                  FILE STATUS          W-STATUT-CONGES.

           SELECT OPTIONAL FICHIER-REGIONS
                  ASSIGN TO "REGIONS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           REG-CODE
                  FILE STATUS          W-STATUT-REGIONS.

           SELECT FICHIER-RAPPORT  ASSIGN TO "CONGES.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

           SELECT FICHIER-TRI      ASSIGN TO "CONTRI.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-CONGES.
           COPY BANQCONG.

       FD  FICHIER-REGIONS.
           COPY REGREF.

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(80).

       SD  FICHIER-TRI.
       01  SD-FICHE-TRI.
           05  SD-REGION                 PIC 99.
           05  SD-CODE                   PIC X(6).
           05  SD-NOM                    PIC X(20).
           05  SD-TAUX                   PIC 99V99.
           05  SD-SOLDE-VACANCES         PIC 9(5)V99.
           05  SD-SOLDE-MALADIE          PIC 9(5)V99.
           05  SD-STATUT                 PIC X.

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-CONGES                 PIC 99.
       01  W-STATUT-REGIONS                PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-TRI                   PIC 9 VALUE 0.
       01  W-IND-PREMIERE-LIGNE            PIC 9 VALUE 1.

      ***************************************************************
      * RUPTURE DE CONTROLE
      ***************************************************************
       01  W-REGION-COURANTE               PIC 99 VALUE 0.
       01  W-NOM-REGION-COURANTE           PIC X(25) VALUE SPACE.

      ***************************************************************
      * ACCUMULATEURS PAR REGION ET GENERAUX
      ***************************************************************
       01  W-MONTANT-VACANCES              PIC 9(7)V99 VALUE 0.

       01  W-CPT-REGION                    PIC 9(5) VALUE 0.
       01  W-VACANCES-REGION               PIC 9(7)V99 VALUE 0.
       01  W-MONTANT-REGION                PIC 9(9)V99 VALUE 0.
       01  W-MALADIE-REGION                PIC 9(7)V99 VALUE 0.

       01  W-CPT-GENERAL                   PIC 9(5) VALUE 0.
       01  W-VACANCES-GENERAL              PIC 9(7)V99 VALUE 0.
       01  W-MONTANT-GENERAL               PIC 9(9)V99 VALUE 0.
       01  W-MALADIE-GENERAL               PIC 9(7)V99 VALUE 0.

       01  W-CPT-A-PAYER                   PIC 9(5) VALUE 0.
       01  W-MONTANT-A-PAYER               PIC 9(9)V99 VALUE 0.

       01  W-DATE-AJD                      PIC 9999/99/99.

      ***************************************************************
      * LIGNES DU RAPPORT
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "BANQUE DE CONGES".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-ENTETE2.
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(8)  VALUE "TAUX".
           05  FILLER                    PIC X(11) VALUE "VAC. HRS".
           05  FILLER                    PIC X(12) VALUE "VAC. $".
           05  FILLER                    PIC X(10) VALUE "MAL. HRS".

       01  W-LIGNE-ENTETE-REGION.
           05  FILLER                    PIC X(7) VALUE "REGION".
           05  W-ER-REGION               PIC Z9.
           05  FILLER                    PIC X(3) VALUE " - ".
           05  W-ER-NOM                  PIC X(25).

       01  W-LIGNE-DETAIL.
           05  W-D-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-NOM                   PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-TAUX                  PIC ZZ.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-D-VACANCES              PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-D-MONTANT               PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-D-MALADIE               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-D-STATUT                PIC X(9).

       01  W-LIGNE-SOUS-TOTAL-REGION.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  FILLER                    PIC X(18)
                                 VALUE "SOUS-TOTAL REGION ".
           05  W-SR-REGION               PIC Z9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-SR-EFFECTIF             PIC ZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-SR-VACANCES             PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-SR-MONTANT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-SR-MALADIE              PIC ZZZ,ZZ9.99.

       01  W-LIGNE-TOTAL-GENERAL.
           05  FILLER                    PIC X(25)
                                 VALUE "TOTAL GENERAL".
           05  W-TG-EFFECTIF             PIC ZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-TG-VACANCES             PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-TG-MONTANT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-TG-MALADIE              PIC ZZZ,ZZ9.99.

       01  W-LIGNE-A-PAYER.
           05  FILLER                    PIC X(25)
                                 VALUE "SOLDES A PAYER (PARTANTS)".
           05  W-AP-NB                   PIC ZZZZ9.
           05  FILLER                    PIC X(13) VALUE SPACE.
           05  W-AP-MONTANT              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-REGION SD-CODE
               INPUT PROCEDURE 2000-ALIMENTER-TRI
               OUTPUT PROCEDURE 3000-IMPRIMER-RAPPORT.

           PERFORM 9000-TERMINER.
           STOP RUN.

      ******************************************************************
       1000-INITIALISER.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-CONGES.
           OPEN INPUT FICHIER-REGIONS.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       2000-ALIMENTER-TRI.
           PERFORM 2100-LIRE-BANQUE UNTIL W-IND-FIN-LECTURE = 1.
           CLOSE FICHIER-CONGES.

      ******************************************************************
      * 2100-LIRE-BANQUE : UNE FICHE DE BANQUE SANS EMPLOYE EST
      * QUAND MEME LISTEE (REGION 00, TAUX A ZERO) POUR ETRE CORRIGEE.
      ******************************************************************
       2100-LIRE-BANQUE.
           READ FICHIER-CONGES
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
               MOVE BQC-CODE TO EMPL-CODE
               READ FICHIER-IDX
                   INVALID KEY
                       MOVE 0 TO SD-REGION
                       MOVE "(EMPLOYE INCONNU)" TO SD-NOM
                       MOVE 0 TO SD-TAUX
                   NOT INVALID KEY
                       MOVE EMPL-REGION TO SD-REGION
                       MOVE EMPL-NOM    TO SD-NOM
                       MOVE EMPL-TAUX   TO SD-TAUX
               END-READ
               MOVE BQC-CODE           TO SD-CODE
               MOVE BQC-SOLDE-VACANCES TO SD-SOLDE-VACANCES
               MOVE BQC-SOLDE-MALADIE  TO SD-SOLDE-MALADIE
               MOVE BQC-STATUT         TO SD-STATUT
               RELEASE SD-FICHE-TRI
           END-IF.

      ******************************************************************
       3000-IMPRIMER-RAPPORT.
           PERFORM 3100-TRAITER-LIGNE-TRIEE UNTIL W-IND-FIN-TRI = 1.
           IF W-IND-PREMIERE-LIGNE = 0
               PERFORM 3400-ECRIRE-SOUS-TOTAL-REGION
           END-IF.
           PERFORM 3500-ECRIRE-TOTAL-GENERAL.

      ******************************************************************
       3100-TRAITER-LIGNE-TRIEE.
           RETURN FICHIER-TRI
               AT END MOVE 1 TO W-IND-FIN-TRI
           END-RETURN.
           IF W-IND-FIN-TRI = 0
               IF W-IND-PREMIERE-LIGNE = 0
               AND SD-REGION NOT = W-REGION-COURANTE
                   PERFORM 3400-ECRIRE-SOUS-TOTAL-REGION
               END-IF
               IF W-IND-PREMIERE-LIGNE = 1
               OR SD-REGION NOT = W-REGION-COURANTE
                   PERFORM 3150-ECRIRE-ENTETE-REGION
               END-IF
               MOVE SD-REGION TO W-REGION-COURANTE
               MOVE 0 TO W-IND-PREMIERE-LIGNE
               PERFORM 3200-ECRIRE-DETAIL
           END-IF.

      ******************************************************************
       3150-ECRIRE-ENTETE-REGION.
           MOVE SD-REGION TO REG-CODE.
           READ FICHIER-REGIONS
               INVALID KEY
                   MOVE "(REGION INCONNUE)" TO W-NOM-REGION-COURANTE
               NOT INVALID KEY
                   MOVE REG-NOM TO W-NOM-REGION-COURANTE
           END-READ.
           MOVE SD-REGION              TO W-ER-REGION.
           MOVE W-NOM-REGION-COURANTE  TO W-ER-NOM.
           MOVE W-LIGNE-ENTETE-REGION  TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 3200-ECRIRE-DETAIL VALORISE LE SOLDE DE VACANCES AU TAUX
      * HORAIRE COURANT DE L'EMPLOYE ET CUMULE LES SOLDES A PAYER.
      ******************************************************************
       3200-ECRIRE-DETAIL.
           COMPUTE W-MONTANT-VACANCES ROUNDED =
                   SD-SOLDE-VACANCES * SD-TAUX.
           MOVE SD-CODE            TO W-D-CODE.
           MOVE SD-NOM             TO W-D-NOM.
           MOVE SD-TAUX            TO W-D-TAUX.
           MOVE SD-SOLDE-VACANCES  TO W-D-VACANCES.
           MOVE W-MONTANT-VACANCES TO W-D-MONTANT.
           MOVE SD-SOLDE-MALADIE   TO W-D-MALADIE.
           IF SD-STATUT = "P"
               MOVE "A PAYER" TO W-D-STATUT
               ADD 1 TO W-CPT-A-PAYER
               ADD W-MONTANT-VACANCES TO W-MONTANT-A-PAYER
           ELSE
               MOVE SPACE TO W-D-STATUT
           END-IF.
           MOVE W-LIGNE-DETAIL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           ADD 1                  TO W-CPT-REGION W-CPT-GENERAL.
           ADD SD-SOLDE-VACANCES  TO W-VACANCES-REGION
                                     W-VACANCES-GENERAL.
           ADD W-MONTANT-VACANCES TO W-MONTANT-REGION
                                     W-MONTANT-GENERAL.
           ADD SD-SOLDE-MALADIE   TO W-MALADIE-REGION
                                     W-MALADIE-GENERAL.

      ******************************************************************
       3400-ECRIRE-SOUS-TOTAL-REGION.
           MOVE W-REGION-COURANTE TO W-SR-REGION.
           MOVE W-CPT-REGION      TO W-SR-EFFECTIF.
           MOVE W-VACANCES-REGION TO W-SR-VACANCES.
           MOVE W-MONTANT-REGION  TO W-SR-MONTANT.
           MOVE W-MALADIE-REGION  TO W-SR-MALADIE.
           MOVE W-LIGNE-SOUS-TOTAL-REGION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 0 TO W-CPT-REGION.
           MOVE 0 TO W-VACANCES-REGION.
           MOVE 0 TO W-MONTANT-REGION.
           MOVE 0 TO W-MALADIE-REGION.

      ******************************************************************
       3500-ECRIRE-TOTAL-GENERAL.
           MOVE W-CPT-GENERAL      TO W-TG-EFFECTIF.
           MOVE W-VACANCES-GENERAL TO W-TG-VACANCES.
           MOVE W-MONTANT-GENERAL  TO W-TG-MONTANT.
           MOVE W-MALADIE-GENERAL  TO W-TG-MALADIE.
           MOVE W-LIGNE-TOTAL-GENERAL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-CPT-A-PAYER      TO W-AP-NB.
           MOVE W-MONTANT-A-PAYER  TO W-AP-MONTANT.
           MOVE W-LIGNE-A-PAYER TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-REGIONS.
           CLOSE FICHIER-RAPPORT.
