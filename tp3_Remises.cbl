       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-REMISES.

      ***************************************************************
      * PROGRAMME BATCH - REMISE MENSUELLE DES RETENUES A LA SOURCE
      * LIT L'HISTORIQUE DES RETENUES (HISTONET.DAT, ALIMENTE PAR
      * TP2-PAIE-NETTE) ET NE RETIENT QUE LES PAIES DONT LA DATE DE
      * PAIE TOMBE DANS LE MOIS DEMANDE. IMPRIME DANS REMISES.LIS
      * L'ETAT DE LA REMISE AU GOUVERNEMENT :
      *   - UNE LIGNE PAR DATE DE PAIE DU MOIS (BRUT, IMPOT RETENU,
      *     PENSION RETENUE, PENSION PATRONALE, TAXE PATRONALE), POUR
      *     RECOUPER AVEC LES ECRITURES DE TP2-GRAND-LIVRE DE CHAQUE
      *     NUIT
      *   - LES TOTAUX DU MOIS, LE MONTANT DU (IMPOT + PENSION
      *     RETENUE + PENSION PATRONALE + TAXE PATRONALE) ET LA DATE
      *     D'ECHEANCE, LE 15 DU MOIS SUIVANT
      * ET ECRIT LA FICHE DE REMISE A FORMAT FIXE (REMISE.DAT,
      * GABARIT REMGOUV) TRANSMISE ELECTRONIQUEMENT. LES PAIES
      * RETENUES PAR LA VERIFICATION DES VARIATIONS (MODE S) SONT
      * COMPRISES : L'IMPOT ET LA PENSION ONT ETE RETENUS A LA DATE
      * DE PAIE, MEME SI LE NET N'EST PAS ENCORE VERSE.
      * LA CARTE PARAMETRE PORTE LE MOIS (AAAAMM) PUIS LE NUMERO
      * D'EMPLOYEUR (15 CARACTERES) REPRIS DANS LA FICHE. MOIS A
      * BLANC OU A ZERO : LE MOIS PRECEDANT LE MOIS COURANT, LA
      * REMISE SE FAISANT APRES LA FIN DU MOIS.
      * UN MOIS D'UNE ANNEE DEJA FERMEE PAR TP2-CLOTURE-ANNEE (SES
      * PERIODES SONT DANS CALENDRIER.AAAA) EST LU DANS L'ARCHIVE
      * HISTONET.AAAA : LA REMISE DE DECEMBRE, DUE LE 15 JANVIER, SE
      * FAIT NORMALEMENT APRES LA FERMETURE.
      * SANS AUCUNE PAIE DANS LE MOIS, AUCUNE REMISE N'EST ECRITE
      * (REMISE.DAT EST VIDE) ET LE CODE RETOUR EST 4.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-HISTONET
                  ASSIGN TO "HISTONET.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           HNET-CLE
                  FILE STATUS          W-STATUT-HISTONET.

           SELECT OPTIONAL FICHIER-ARCH-HISTONET
                  ASSIGN USING         W-NOM-ARCH-HISTONET
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTONET.

           SELECT OPTIONAL FICHIER-ARCH-CALENDRIER
                  ASSIGN USING         W-NOM-ARCH-CALENDRIER
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-CALENDRIER.

           SELECT FICHIER-REMISE   ASSIGN TO "REMISE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-REMISE.

           SELECT FICHIER-RAPPORT  ASSIGN TO "REMISES.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-HISTONET.
           COPY HISTNET.

       FD  FICHIER-ARCH-HISTONET.
       01  LIGNE-ARCH-HISTONET             PIC X(90).

       FD  FICHIER-ARCH-CALENDRIER.
       01  LIGNE-ARCH-CALENDRIER           PIC X(10).

       FD  FICHIER-REMISE.
           COPY REMGOUV.

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(100).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-HISTONET               PIC 99.
       01  W-STATUT-ARCH-HISTONET          PIC 99.
       01  W-STATUT-ARCH-CALENDRIER        PIC 99.
       01  W-STATUT-REMISE                 PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-HISTONET              PIC 9 VALUE 0.
       01  W-IND-ANNEE-FERMEE              PIC 9 VALUE 0.

      ***************************************************************
      * NOMS DES FICHIERS D'ARCHIVE DE L'ANNEE DU MOIS TRAITE, COMME
      * LES NOMME TP2-CLOTURE-ANNEE
      ***************************************************************
       01  W-NOM-ARCH-HISTONET.
           05  FILLER                    PIC X(9)  VALUE "HISTONET.".
           05  W-NAN-ANNEE               PIC 9(4).
       01  W-NOM-ARCH-CALENDRIER.
           05  FILLER                    PIC X(11)
                                         VALUE "CALENDRIER.".
           05  W-NAC-ANNEE               PIC 9(4).

      ***************************************************************
      * CARTE PARAMETRE, MOIS TRAITE ET DATE D'ECHEANCE
      ***************************************************************
       01  W-PARM-REMISE.
           05  W-PARM-MOIS-X             PIC X(6).
           05  W-PARM-NO-EMPLOYEUR       PIC X(15).
       01  W-MOIS-TRAITE                   PIC 9(6) VALUE 0.
       01  W-MOIS-TRAITE-R REDEFINES W-MOIS-TRAITE.
           05  W-MT-ANNEE                PIC 9(4).
           05  W-MT-MOIS                 PIC 99.
       01  W-MOIS-FICHE                    PIC 9(6) VALUE 0.
       01  W-DATE-ECHEANCE                 PIC 9(8) VALUE 0.
       01  W-DATE-ECHEANCE-R REDEFINES W-DATE-ECHEANCE.
           05  W-DE-ANNEE                PIC 9(4).
           05  W-DE-MOIS                 PIC 99.
           05  W-DE-JOUR                 PIC 99.
       01  W-DATE-AJD                      PIC 9(8).

      ***************************************************************
      * TOTAUX PAR DATE DE PAIE DU MOIS (UNE PAIE PAR SEMAINE : AU
      * PLUS CINQ DATES; LA TABLE EN PREVOIT DIX, LE SURPLUS EST
      * CUMULE SUR LA DERNIERE LIGNE ET SIGNALE)
      ***************************************************************
       01  W-NB-DATES                      PIC 99 VALUE 0.
       01  W-TABLE-DATES.
           05  W-DT OCCURS 10.
               10  W-DT-DATE             PIC 9(8).
               10  W-DT-NB               PIC 9(6).
               10  W-DT-BRUT             PIC 9(9)V99.
               10  W-DT-IMPOT            PIC 9(9)V99.
               10  W-DT-PENSION          PIC 9(9)V99.
               10  W-DT-PENSION-PATR     PIC 9(9)V99.
               10  W-DT-TAXE-PATR        PIC 9(9)V99.
       01  W-IDX-DATE                      PIC 99 VALUE 0.
       01  W-DATE-TROUVEE                  PIC 99 VALUE 0.
       01  W-IND-DATES-DEBORDEMENT         PIC 9 VALUE 0.

      ***************************************************************
      * TOTAUX DU MOIS
      ***************************************************************
       01  W-CODE-PRECEDENT                PIC X(6) VALUE SPACE.
       01  W-NB-EMPLOYES                   PIC 9(6) VALUE 0.
       01  W-NB-PAIES                      PIC 9(6) VALUE 0.
       01  W-TOTAL-BRUT                    PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-IMPOT                   PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-PENSION                 PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-PENSION-PATR            PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-TAXE-PATR               PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-DU                      PIC 9(9)V99 VALUE 0.

      ***************************************************************
      * LIGNES DU RAPPORT
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "REMISE DES RETENUES A LA SOURCE".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-ENTETE-MOIS.
           05  FILLER                    PIC X(14)
                                 VALUE "MOIS DE PAIE:".
           05  W-EM-MOIS                 PIC 9999/99.
           05  FILLER                    PIC X(6) VALUE SPACE.
           05  FILLER                    PIC X(14)
                                 VALUE "EMPLOYEUR NO:".
           05  W-EM-NO-EMPLOYEUR         PIC X(15).

       01  W-LIGNE-ENTETE2.
           05  FILLER                    PIC X(12) VALUE "DATE PAIE".
           05  FILLER                    PIC X(7)  VALUE "PAIES".
           05  FILLER                    PIC X(15) VALUE "BRUT".
           05  FILLER                    PIC X(14) VALUE "IMPOT".
           05  FILLER                    PIC X(14) VALUE "PENSION".
           05  FILLER                    PIC X(14) VALUE "PENS. PATR.".
           05  FILLER                    PIC X(14) VALUE "TAXE PATR.".

       01  W-LIGNE-DETAIL.
           05  W-D-DATE                  PIC 9999/99/99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-NB                    PIC ZZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-BRUT                  PIC ZZZ,ZZZ,ZZ9.99.
           05  W-D-IMPOT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-PENSION               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-PENSION-PATR          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-TAXE-PATR             PIC Z,ZZZ,ZZ9.99.

       01  W-LIGNE-MONTANT.
           05  W-LM-LIBELLE              PIC X(40).
           05  W-LM-MONTANT              PIC ZZZ,ZZZ,ZZ9.99.

       01  W-LIGNE-COMPTE.
           05  W-LC-LIBELLE              PIC X(40).
           05  W-LC-NB                   PIC ZZZZZ9.

       01  W-LIGNE-ECHEANCE.
           05  FILLER                    PIC X(40)
                             VALUE "DATE D'ECHEANCE DE LA REMISE".
           05  W-LE-DATE                 PIC 9999/99/99.

       01  W-LIGNE-TEXTE.
           05  W-LT-TEXTE                PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-LIRE-HISTONET UNTIL W-IND-FIN-HISTONET = 1.
           PERFORM 3000-IMPRIMER-ETAT.
           IF W-NB-PAIES = 0
               PERFORM 4500-VIDER-REMISE
           ELSE
               PERFORM 4000-ECRIRE-REMISE
           END-IF.
           PERFORM 9000-TERMINER.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALISER LIT LA CARTE PARAMETRE, ETABLIT LE MOIS
      * TRAITE ET SA DATE D'ECHEANCE (LE 15 DU MOIS SUIVANT), PUIS
      * CHOISIT L'HISTORIQUE A LIRE : L'ARCHIVE SI L'ANNEE DU MOIS
      * EST FERMEE.
      ******************************************************************
       1000-INITIALISER.
           MOVE SPACE TO W-PARM-REMISE.
           ACCEPT W-PARM-REMISE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           IF W-PARM-MOIS-X NUMERIC
           AND W-PARM-MOIS-X NOT = "000000"
               MOVE W-PARM-MOIS-X TO W-MOIS-TRAITE
           ELSE
               MOVE W-DATE-AJD(1:6) TO W-MOIS-TRAITE
               IF W-MT-MOIS = 1
                   SUBTRACT 1 FROM W-MT-ANNEE
                   MOVE 12 TO W-MT-MOIS
               ELSE
                   SUBTRACT 1 FROM W-MT-MOIS
               END-IF
           END-IF.
           MOVE W-MT-ANNEE TO W-DE-ANNEE.
           IF W-MT-MOIS = 12
               ADD 1 TO W-DE-ANNEE
               MOVE 1 TO W-DE-MOIS
           ELSE
               COMPUTE W-DE-MOIS = W-MT-MOIS + 1
           END-IF.
           MOVE 15 TO W-DE-JOUR.

           MOVE W-MT-ANNEE TO W-NAN-ANNEE W-NAC-ANNEE.
           PERFORM 1100-VERIFIER-ANNEE-FERMEE.
           OPEN INPUT FICHIER-HISTONET.
           IF W-IND-ANNEE-FERMEE = 1
               OPEN INPUT FICHIER-ARCH-HISTONET
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-MOIS-TRAITE       TO W-EM-MOIS.
           MOVE W-PARM-NO-EMPLOYEUR TO W-EM-NO-EMPLOYEUR.
           MOVE W-LIGNE-ENTETE-MOIS TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           IF W-IND-ANNEE-FERMEE = 1
               MOVE SPACE TO W-LT-TEXTE
               STRING "ANNEE FERMEE - PAIES LUES DANS "
                          DELIMITED BY SIZE
                      W-NOM-ARCH-HISTONET DELIMITED BY SIZE
                      INTO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
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
      * 2000-LIRE-HISTONET NE GARDE QUE LES PAIES DU MOIS TRAITE.
      * L'HISTORIQUE ETANT EN ORDRE D'EMPLOYE, UN CHANGEMENT DE CODE
      * COMPTE UN EMPLOYE DE PLUS. L'ARCHIVE, ECRITE DANS L'ORDRE DE
      * LA CLE, EST LUE DANS LA ZONE DE LA FICHE D'HISTORIQUE.
      ******************************************************************
       2000-LIRE-HISTONET.
           IF W-IND-ANNEE-FERMEE = 1
               READ FICHIER-ARCH-HISTONET
                   AT END MOVE 1 TO W-IND-FIN-HISTONET
                   NOT AT END
                       MOVE LIGNE-ARCH-HISTONET TO FICHE-HISTO-NET
               END-READ
           ELSE
               READ FICHIER-HISTONET
                   AT END MOVE 1 TO W-IND-FIN-HISTONET
               END-READ
           END-IF.
           IF W-IND-FIN-HISTONET = 0
               MOVE HNET-DATE-PAIE(1:6) TO W-MOIS-FICHE
               IF W-MOIS-FICHE = W-MOIS-TRAITE
                   PERFORM 2100-CUMULER-PAIE
               END-IF
           END-IF.

      ******************************************************************
       2100-CUMULER-PAIE.
           IF HNET-CODE NOT = W-CODE-PRECEDENT
               ADD 1 TO W-NB-EMPLOYES
               MOVE HNET-CODE TO W-CODE-PRECEDENT
           END-IF.
           ADD 1                      TO W-NB-PAIES.
           ADD HNET-MONTANT-BRUT      TO W-TOTAL-BRUT.
           ADD HNET-MONTANT-IMPOT     TO W-TOTAL-IMPOT.
           ADD HNET-MONTANT-PENSION   TO W-TOTAL-PENSION.
           ADD HNET-PENSION-PATRONALE TO W-TOTAL-PENSION-PATR.
           ADD HNET-TAXE-PATRONALE    TO W-TOTAL-TAXE-PATR.

           MOVE 0 TO W-DATE-TROUVEE.
           PERFORM 2200-CHERCHER-DATE
               VARYING W-IDX-DATE FROM 1 BY 1
               UNTIL W-IDX-DATE > W-NB-DATES
               OR W-DATE-TROUVEE > 0.
           IF W-DATE-TROUVEE = 0
               IF W-NB-DATES < 10
                   ADD 1 TO W-NB-DATES
                   MOVE W-NB-DATES     TO W-DATE-TROUVEE
                   MOVE HNET-DATE-PAIE TO W-DT-DATE(W-DATE-TROUVEE)
                   MOVE 0 TO W-DT-NB(W-DATE-TROUVEE)
                             W-DT-BRUT(W-DATE-TROUVEE)
                             W-DT-IMPOT(W-DATE-TROUVEE)
                             W-DT-PENSION(W-DATE-TROUVEE)
                             W-DT-PENSION-PATR(W-DATE-TROUVEE)
                             W-DT-TAXE-PATR(W-DATE-TROUVEE)
               ELSE
                   MOVE 10 TO W-DATE-TROUVEE
                   MOVE 1 TO W-IND-DATES-DEBORDEMENT
               END-IF
           END-IF.
           ADD 1                  TO W-DT-NB(W-DATE-TROUVEE).
           ADD HNET-MONTANT-BRUT  TO W-DT-BRUT(W-DATE-TROUVEE).
           ADD HNET-MONTANT-IMPOT TO W-DT-IMPOT(W-DATE-TROUVEE).
           ADD HNET-MONTANT-PENSION
               TO W-DT-PENSION(W-DATE-TROUVEE).
           ADD HNET-PENSION-PATRONALE
               TO W-DT-PENSION-PATR(W-DATE-TROUVEE).
           ADD HNET-TAXE-PATRONALE
               TO W-DT-TAXE-PATR(W-DATE-TROUVEE).

      ******************************************************************
       2200-CHERCHER-DATE.
           IF W-DT-DATE(W-IDX-DATE) = HNET-DATE-PAIE
               MOVE W-IDX-DATE TO W-DATE-TROUVEE
           END-IF.

      ******************************************************************
      * 3000-IMPRIMER-ETAT : DETAIL PAR DATE DE PAIE, PUIS TOTAUX DU
      * MOIS, MONTANT DU ET DATE D'ECHEANCE.
      ******************************************************************
       3000-IMPRIMER-ETAT.
           PERFORM 3100-ECRIRE-DATE
               VARYING W-IDX-DATE FROM 1 BY 1
               UNTIL W-IDX-DATE > W-NB-DATES.
           IF W-NB-DATES = 0
               MOVE "AUCUNE PAIE DANS LE MOIS" TO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           IF W-IND-DATES-DEBORDEMENT = 1
               MOVE "PLUS DE 10 DATES DE PAIE - SURPLUS SUR LA DERNIERE"
                   TO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE "EMPLOYES PAYES DANS LE MOIS" TO W-LC-LIBELLE.
           MOVE W-NB-EMPLOYES TO W-LC-NB.
           MOVE W-LIGNE-COMPTE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "PAIES" TO W-LC-LIBELLE.
           MOVE W-NB-PAIES TO W-LC-NB.
           MOVE W-LIGNE-COMPTE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "BRUT DU MOIS" TO W-LM-LIBELLE.
           MOVE W-TOTAL-BRUT TO W-LM-MONTANT.
           PERFORM 3200-ECRIRE-MONTANT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "IMPOT RETENU A LA SOURCE" TO W-LM-LIBELLE.
           MOVE W-TOTAL-IMPOT TO W-LM-MONTANT.
           PERFORM 3200-ECRIRE-MONTANT.
           MOVE "PENSION RETENUE (PART DES EMPLOYES)" TO W-LM-LIBELLE.
           MOVE W-TOTAL-PENSION TO W-LM-MONTANT.
           PERFORM 3200-ECRIRE-MONTANT.
           MOVE "PENSION PATRONALE" TO W-LM-LIBELLE.
           MOVE W-TOTAL-PENSION-PATR TO W-LM-MONTANT.
           PERFORM 3200-ECRIRE-MONTANT.
           MOVE "TAXE PATRONALE SUR LA MASSE SALARIALE"
               TO W-LM-LIBELLE.
           MOVE W-TOTAL-TAXE-PATR TO W-LM-MONTANT.
           PERFORM 3200-ECRIRE-MONTANT.
           COMPUTE W-TOTAL-DU = W-TOTAL-IMPOT + W-TOTAL-PENSION
                   + W-TOTAL-PENSION-PATR + W-TOTAL-TAXE-PATR.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "MONTANT DU" TO W-LM-LIBELLE.
           MOVE W-TOTAL-DU TO W-LM-MONTANT.
           PERFORM 3200-ECRIRE-MONTANT.
           MOVE W-DATE-ECHEANCE TO W-LE-DATE.
           MOVE W-LIGNE-ECHEANCE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       3100-ECRIRE-DATE.
           MOVE W-DT-DATE(W-IDX-DATE)         TO W-D-DATE.
           MOVE W-DT-NB(W-IDX-DATE)           TO W-D-NB.
           MOVE W-DT-BRUT(W-IDX-DATE)         TO W-D-BRUT.
           MOVE W-DT-IMPOT(W-IDX-DATE)        TO W-D-IMPOT.
           MOVE W-DT-PENSION(W-IDX-DATE)      TO W-D-PENSION.
           MOVE W-DT-PENSION-PATR(W-IDX-DATE) TO W-D-PENSION-PATR.
           MOVE W-DT-TAXE-PATR(W-IDX-DATE)    TO W-D-TAXE-PATR.
           MOVE W-LIGNE-DETAIL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       3200-ECRIRE-MONTANT.
           MOVE W-LIGNE-MONTANT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 4000-ECRIRE-REMISE ECRIT LA FICHE DE REMISE DU MOIS. LE
      * FICHIER EST REFAIT A CHAQUE EXECUTION : SEULE LA REMISE DU
      * MOIS DEMANDE EST TRANSMISE.
      ******************************************************************
       4000-ECRIRE-REMISE.
           OPEN OUTPUT FICHIER-REMISE.
           MOVE SPACE TO FICHE-REMISE.
           MOVE "R"                  TO REM-TYPE.
           MOVE W-PARM-NO-EMPLOYEUR  TO REM-NO-EMPLOYEUR.
           MOVE W-MOIS-TRAITE        TO REM-MOIS-PAIE.
           MOVE W-DATE-ECHEANCE      TO REM-DATE-ECHEANCE.
           MOVE W-NB-EMPLOYES        TO REM-NB-EMPLOYES.
           MOVE W-NB-PAIES           TO REM-NB-PAIES.
           MOVE W-TOTAL-BRUT         TO REM-BRUT.
           MOVE W-TOTAL-IMPOT        TO REM-IMPOT.
           MOVE W-TOTAL-PENSION      TO REM-PENSION-EMPLOYE.
           MOVE W-TOTAL-PENSION-PATR TO REM-PENSION-EMPLOYEUR.
           MOVE W-TOTAL-TAXE-PATR    TO REM-TAXE-EMPLOYEUR.
           MOVE W-TOTAL-DU           TO REM-TOTAL-DU.
           MOVE W-DATE-AJD           TO REM-DATE-PRODUCTION.
           WRITE FICHE-REMISE.
           CLOSE FICHIER-REMISE.

      ******************************************************************
      * 4500-VIDER-REMISE : SANS PAIE DANS LE MOIS, IL N'Y A RIEN A
      * REMETTRE. REMISE.DAT EST VIDE POUR QUE LA REMISE D'UN AUTRE
      * MOIS NE SOIT PAS TRANSMISE DE NOUVEAU, ET L'EXPLOITATION EST
      * AVERTIE PAR LE CODE RETOUR 4.
      ******************************************************************
       4500-VIDER-REMISE.
           OPEN OUTPUT FICHIER-REMISE.
           CLOSE FICHIER-REMISE.
           DISPLAY "TP2-REMISES - AUCUNE PAIE DANS LE MOIS "
                   W-MOIS-TRAITE ", AUCUNE REMISE ECRITE".
           MOVE 4 TO RETURN-CODE.

      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-HISTONET.
           IF W-IND-ANNEE-FERMEE = 1
               CLOSE FICHIER-ARCH-HISTONET
           END-IF.
           CLOSE FICHIER-RAPPORT.
