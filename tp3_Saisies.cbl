       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-SAISIES.

      ***************************************************************
      * PROGRAMME BATCH - LISTE MENSUELLE DES SAISIES PAR CREANCIER
      * LIT L'HISTORIQUE DES RETENUES PROPRES A L'EMPLOYE
      * (HISTORET.DAT, ALIMENTE PAR TP2-PAIE-NETTE), NE RETIENT QUE
      * LES SAISIES (HRET-TYPE S) PAYEES DANS LE MOIS DEMANDE, LES
      * TRIE PAR CREANCIER PUIS EMPLOYE ET DATE DE PAIE ET IMPRIME
      * DANS SAISIES.LIS, POUR CHAQUE CREANCIER, CHAQUE PRELEVEMENT
      * (EMPLOYE, NOM RELU DANS EMPLOYES.DAT, DATE DE PAIE, MONTANT
      * RETENU, SOLDE RESTANT DU APRES LE PRELEVEMENT) SUIVI DU TOTAL
      * RETENU DANS LE MOIS, QUI EST LE MONTANT A REMETTRE AU
      * CREANCIER : CE QUE TP2-GRAND-LIVRE A CREDITE AU COMPTE DE
      * PASSIF DE LA SAISIE EST AINSI SOLDE PAR LE VERSEMENT. UN
      * TOTAL GENERAL SUIT.
      * LE MOIS (AAAAMM) EST LU SUR LA CARTE PARAMETRE; A BLANC OU
      * A ZERO, C'EST LE MOIS COURANT. UN MOIS D'UNE ANNEE DEJA
      * FERMEE PAR TP2-CLOTURE-ANNEE (SES PERIODES SONT DANS
      * CALENDRIER.AAAA) EST LU DANS L'ARCHIVE HISTORET.AAAA, COMME
      * LA LISTE DE DECEMBRE FAITE EN JANVIER.
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

           SELECT OPTIONAL FICHIER-HISTORET
                  ASSIGN TO "HISTORET.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           HRET-CLE
                  FILE STATUS          W-STATUT-HISTORET.

           SELECT OPTIONAL FICHIER-ARCH-HISTORET
                  ASSIGN USING         W-NOM-ARCH-HISTORET
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTORET.

           SELECT OPTIONAL FICHIER-ARCH-CALENDRIER
                  ASSIGN USING         W-NOM-ARCH-CALENDRIER
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-CALENDRIER.

           SELECT FICHIER-RAPPORT  ASSIGN TO "SAISIES.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

           SELECT FICHIER-TRI      ASSIGN TO "SAITRI.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-HISTORET.
           COPY HISTRET.

       FD  FICHIER-ARCH-HISTORET.
       01  LIGNE-ARCH-HISTORET             PIC X(68).

       FD  FICHIER-ARCH-CALENDRIER.
       01  LIGNE-ARCH-CALENDRIER           PIC X(10).

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(80).

       SD  FICHIER-TRI.
       01  SD-FICHE-TRI.
           05  SD-CREANCIER              PIC X(25).
           05  SD-CODE                   PIC X(6).
           05  SD-DATE-PAIE              PIC 9(8).
           05  SD-CODE-RETENUE           PIC X(4).
           05  SD-MONTANT                PIC 9(5)V99.
           05  SD-SOLDE                  PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-HISTORET               PIC 99.
       01  W-STATUT-ARCH-HISTORET          PIC 99.
       01  W-STATUT-ARCH-CALENDRIER        PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-TRI                   PIC 9 VALUE 0.
       01  W-IND-PREMIERE-LIGNE            PIC 9 VALUE 1.
       01  W-IND-ANNEE-FERMEE              PIC 9 VALUE 0.

      ***************************************************************
      * MOIS TRAITE (CARTE PARAMETRE AAAAMM OU MOIS COURANT)
      ***************************************************************
       01  W-PARM-MOIS-X                   PIC X(6) VALUE SPACE.
       01  W-MOIS-TRAITE                   PIC 9(6) VALUE 0.
       01  W-MOIS-FICHE                    PIC 9(6) VALUE 0.

      ***************************************************************
      * NOMS DES FICHIERS D'ARCHIVE DE L'ANNEE DU MOIS TRAITE, COMME
      * LES NOMME TP2-CLOTURE-ANNEE
      ***************************************************************
       01  W-NOM-ARCH-HISTORET.
           05  FILLER                    PIC X(9)  VALUE "HISTORET.".
           05  W-NAR-ANNEE               PIC 9(4).
       01  W-NOM-ARCH-CALENDRIER.
           05  FILLER                    PIC X(11)
                                         VALUE "CALENDRIER.".
           05  W-NAC-ANNEE               PIC 9(4).

      ***************************************************************
      * RUPTURE DE CONTROLE
      ***************************************************************
       01  W-CREANCIER-COURANT             PIC X(25) VALUE SPACE.

      ***************************************************************
      * ACCUMULATEURS PAR CREANCIER ET GENERAUX
      ***************************************************************
       01  W-CPT-CREANCIER                 PIC 9(5) VALUE 0.
       01  W-MONTANT-CREANCIER             PIC 9(9)V99 VALUE 0.
       01  W-NB-CREANCIERS                 PIC 9(5) VALUE 0.
       01  W-CPT-GENERAL                   PIC 9(5) VALUE 0.
       01  W-MONTANT-GENERAL               PIC 9(9)V99 VALUE 0.

       01  W-DATE-AJD                      PIC 9999/99/99.

      ***************************************************************
      * LIGNES DU RAPPORT
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "SAISIES PAR CREANCIER".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-ENTETE-MOIS.
           05  FILLER                    PIC X(14)
                                 VALUE "MOIS DE PAIE:".
           05  W-EM-MOIS                 PIC 9999/99.

       01  W-LIGNE-ENTETE2.
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(12) VALUE "DATE PAIE".
           05  FILLER                    PIC X(5)  VALUE "RET.".
           05  FILLER                    PIC X(12) VALUE "RETENU".
           05  FILLER                    PIC X(13) VALUE "SOLDE DU".

       01  W-LIGNE-ENTETE-CREANCIER.
           05  FILLER                    PIC X(12) VALUE "CREANCIER : ".
           05  W-EC-CREANCIER            PIC X(25).

       01  W-LIGNE-DETAIL.
           05  W-D-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-NOM                   PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-DATE                  PIC 9999/99/99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-D-CODE-RETENUE          PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-MONTANT               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-D-SOLDE                 PIC Z,ZZZ,ZZ9.99.

       01  W-LIGNE-SOUS-TOTAL-CREANCIER.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  FILLER                    PIC X(29)
                             VALUE "RETENU ET REMIS AU CREANCIER".
           05  W-SC-NB                   PIC ZZZZ9.
           05  FILLER                    PIC X(6) VALUE SPACE.
           05  W-SC-MONTANT              PIC Z,ZZZ,ZZ9.99.

       01  W-LIGNE-TOTAL-GENERAL.
           05  FILLER                    PIC X(20)
                                 VALUE "TOTAL GENERAL".
           05  W-TG-CREANCIERS           PIC ZZZZ9.
           05  FILLER                    PIC X(8) VALUE " CREANC.".
           05  W-TG-NB                   PIC ZZZZ9.
           05  FILLER                    PIC X(6) VALUE SPACE.
           05  W-TG-MONTANT              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-CREANCIER SD-CODE SD-DATE-PAIE
                                SD-CODE-RETENUE
               INPUT PROCEDURE 2000-ALIMENTER-TRI
               OUTPUT PROCEDURE 3000-IMPRIMER-RAPPORT.

           PERFORM 9000-TERMINER.
           STOP RUN.

      ******************************************************************
       1000-INITIALISER.
           ACCEPT W-PARM-MOIS-X.
           IF W-PARM-MOIS-X NUMERIC
           AND W-PARM-MOIS-X NOT = "000000"
               MOVE W-PARM-MOIS-X TO W-MOIS-TRAITE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO W-MOIS-TRAITE
           END-IF.
           MOVE W-MOIS-TRAITE(1:4) TO W-NAR-ANNEE W-NAC-ANNEE.
           PERFORM 1100-VERIFIER-ANNEE-FERMEE.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-HISTORET.
           IF W-IND-ANNEE-FERMEE = 1
               OPEN INPUT FICHIER-ARCH-HISTORET
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-MOIS-TRAITE TO W-EM-MOIS.
           MOVE W-LIGNE-ENTETE-MOIS TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 1100-VERIFIER-ANNEE-FERMEE : L'ANNEE EST FERMEE QUAND
      * TP2-CLOTURE-ANNEE A ECRIT SES PERIODES DANS CALENDRIER.AAAA,
      * CE QU'IL NE FAIT QU'UNE FOIS TOUTES LES ARCHIVES COPIEES.
      ******************************************************************
       1100-VERIFIER-ANNEE-FERMEE.
           OPEN INPUT FICHIER-ARCH-CALENDRIER.
           READ FICHIER-ARCH-CALENDRIER
               AT END CONTINUE
               NOT AT END MOVE 1 TO W-IND-ANNEE-FERMEE
           END-READ.
           CLOSE FICHIER-ARCH-CALENDRIER.

      ******************************************************************
       2000-ALIMENTER-TRI.
           PERFORM 2100-LIRE-HISTORET UNTIL W-IND-FIN-LECTURE = 1.
           IF W-IND-ANNEE-FERMEE = 1
               CLOSE FICHIER-ARCH-HISTORET
           END-IF.
           CLOSE FICHIER-HISTORET.

      ******************************************************************
      * 2100-LIRE-HISTORET NE GARDE QUE LES SAISIES DU MOIS TRAITE;
      * LES AVANCES ET LES DONS NE SONT PAS REMIS PAR CETTE LISTE.
      * L'ARCHIVE EST LUE DANS LA ZONE DE LA FICHE D'HISTORIQUE.
      ******************************************************************
       2100-LIRE-HISTORET.
           IF W-IND-ANNEE-FERMEE = 1
               READ FICHIER-ARCH-HISTORET
                   AT END MOVE 1 TO W-IND-FIN-LECTURE
                   NOT AT END
                       MOVE LIGNE-ARCH-HISTORET TO FICHE-HISTO-RETENUE
               END-READ
           ELSE
               READ FICHIER-HISTORET
                   AT END MOVE 1 TO W-IND-FIN-LECTURE
               END-READ
           END-IF.
           IF W-IND-FIN-LECTURE = 0
               MOVE HRET-DATE-PAIE(1:6) TO W-MOIS-FICHE
               IF W-MOIS-FICHE = W-MOIS-TRAITE
               AND HRET-SAISIE
                   MOVE HRET-CREANCIER    TO SD-CREANCIER
                   MOVE HRET-CODE         TO SD-CODE
                   MOVE HRET-DATE-PAIE    TO SD-DATE-PAIE
                   MOVE HRET-CODE-RETENUE TO SD-CODE-RETENUE
                   MOVE HRET-MONTANT      TO SD-MONTANT
                   MOVE HRET-SOLDE        TO SD-SOLDE
                   RELEASE SD-FICHE-TRI
               END-IF
           END-IF.

      ******************************************************************
       3000-IMPRIMER-RAPPORT.
           PERFORM 3100-TRAITER-LIGNE-TRIEE UNTIL W-IND-FIN-TRI = 1.
           IF W-IND-PREMIERE-LIGNE = 0
               PERFORM 3400-ECRIRE-SOUS-TOTAL-CREANCIER
           END-IF.
           PERFORM 3500-ECRIRE-TOTAL-GENERAL.

      ******************************************************************
       3100-TRAITER-LIGNE-TRIEE.
           RETURN FICHIER-TRI
               AT END MOVE 1 TO W-IND-FIN-TRI
           END-RETURN.
           IF W-IND-FIN-TRI = 0
               IF W-IND-PREMIERE-LIGNE = 0
               AND SD-CREANCIER NOT = W-CREANCIER-COURANT
                   PERFORM 3400-ECRIRE-SOUS-TOTAL-CREANCIER
               END-IF
               IF W-IND-PREMIERE-LIGNE = 1
               OR SD-CREANCIER NOT = W-CREANCIER-COURANT
                   PERFORM 3150-ECRIRE-ENTETE-CREANCIER
               END-IF
               MOVE SD-CREANCIER TO W-CREANCIER-COURANT
               MOVE 0 TO W-IND-PREMIERE-LIGNE
               PERFORM 3200-ECRIRE-DETAIL
           END-IF.

      ******************************************************************
       3150-ECRIRE-ENTETE-CREANCIER.
           MOVE SD-CREANCIER TO W-EC-CREANCIER.
           MOVE W-LIGNE-ENTETE-CREANCIER TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           ADD 1 TO W-NB-CREANCIERS.

      ******************************************************************
      * 3200-ECRIRE-DETAIL : UN EMPLOYE PARTI DEPUIS EST QUAND MEME
      * LISTE, LE PRELEVEMENT AYANT EU LIEU.
      ******************************************************************
       3200-ECRIRE-DETAIL.
           MOVE SD-CODE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE "(EMPLOYE INCONNU)" TO W-D-NOM
               NOT INVALID KEY
                   MOVE EMPL-NOM TO W-D-NOM
           END-READ.
           MOVE SD-CODE         TO W-D-CODE.
           MOVE SD-DATE-PAIE    TO W-D-DATE.
           MOVE SD-CODE-RETENUE TO W-D-CODE-RETENUE.
           MOVE SD-MONTANT      TO W-D-MONTANT.
           MOVE SD-SOLDE        TO W-D-SOLDE.
           MOVE W-LIGNE-DETAIL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           ADD 1          TO W-CPT-CREANCIER W-CPT-GENERAL.
           ADD SD-MONTANT TO W-MONTANT-CREANCIER W-MONTANT-GENERAL.

      ******************************************************************
       3400-ECRIRE-SOUS-TOTAL-CREANCIER.
           MOVE W-CPT-CREANCIER     TO W-SC-NB.
           MOVE W-MONTANT-CREANCIER TO W-SC-MONTANT.
           MOVE W-LIGNE-SOUS-TOTAL-CREANCIER TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 0 TO W-CPT-CREANCIER.
           MOVE 0 TO W-MONTANT-CREANCIER.

      ******************************************************************
       3500-ECRIRE-TOTAL-GENERAL.
           MOVE W-NB-CREANCIERS   TO W-TG-CREANCIERS.
           MOVE W-CPT-GENERAL     TO W-TG-NB.
           MOVE W-MONTANT-GENERAL TO W-TG-MONTANT.
           MOVE W-LIGNE-TOTAL-GENERAL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-RAPPORT.
