                  RECORD KEY           OPER-CODE
                  FILE STATUS          W-STATUT-OPERATEURS.

           SELECT OPTIONAL FICHIER-CONGES
                  ASSIGN TO "CONGES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           BQC-CODE
                  FILE STATUS          W-STATUT-CONGES.

           SELECT OPTIONAL FICHIER-SUSPENS
                  ASSIGN TO "SUSPENS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           SUS-CLE
                  FILE STATUS          W-STATUT-SUSPENS.

           SELECT OPTIONAL FICHIER-DEMANDES-BANQUE
                  ASSIGN TO "DEMBANC.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           DMB-CLE
                  FILE STATUS          W-STATUT-DEMANDES.

           SELECT OPTIONAL FICHIER-HISTORIQUE
                  ASSIGN TO "HISTOPAIE.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           HIST-CLE
                  FILE STATUS          W-STATUT-HISTORIQUE.

           SELECT OPTIONAL FICHIER-HISTONET
                  ASSIGN TO "HISTONET.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           HNET-CLE
                  FILE STATUS          W-STATUT-HISTONET.

           SELECT OPTIONAL FICHIER-ARCH-HISTOPAIE
                  ASSIGN USING         W-NOM-ARCH-HISTOPAIE
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTOPAIE.

           SELECT OPTIONAL FICHIER-ARCH-HISTONET
                  ASSIGN USING         W-NOM-ARCH-HISTONET
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTONET.

           SELECT OPTIONAL FICHIER-ARCH-CALENDRIER
                  ASSIGN USING         W-NOM-ARCH-CALENDRIER
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-CALENDRIER.

           SELECT OPTIONAL FICHIER-AJUSTEMENTS
                  ASSIGN TO "AJUSTEMENTS.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-AJUSTEMENTS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           05  OPER-FORCER-MDP             PIC X.
               88  OPER-CHANGEMENT-FORCE   VALUE "O".

       FD  FICHIER-CONGES.
           COPY BANQCONG.

       FD  FICHIER-SUSPENS.
           COPY SUSPAIE.

       FD  FICHIER-DEMANDES-BANQUE.
           COPY DEMBANC.

       FD  FICHIER-HISTORIQUE.
           COPY HISTPAIE.

       FD  FICHIER-HISTONET.
           COPY HISTNET.

       FD  FICHIER-ARCH-HISTOPAIE.
       01  LIGNE-ARCH-HISTOPAIE            PIC X(42).

       FD  FICHIER-ARCH-HISTONET.
       01  LIGNE-ARCH-HISTONET             PIC X(90).

       FD  FICHIER-ARCH-CALENDRIER.
       01  LIGNE-ARCH-CALENDRIER           PIC X(10).

       FD  FICHIER-AJUSTEMENTS.
           COPY AJUSTRET.

       WORKING-STORAGE SECTION.
      ***************************************************************
      *FILE STATUS
       01  W-STATUT-COORDONNEES             PIC 99.
       01  W-STATUT-VERROU                  PIC 99.
       01  W-STATUT-ARCHIVES                PIC 99.
       01  W-STATUT-CONGES                  PIC 99.
       01  W-STATUT-SUSPENS                 PIC 99.
       01  W-STATUT-DEMANDES                PIC 99.
       01  W-STATUT-HISTORIQUE              PIC 99.
       01  W-STATUT-HISTONET                PIC 99.
       01  W-STATUT-AJUSTEMENTS             PIC 99.
       01  W-STATUT-ARCH-HISTOPAIE          PIC 99.
       01  W-STATUT-ARCH-HISTONET           PIC 99.
       01  W-STATUT-ARCH-CALENDRIER         PIC 99.

      ***************************************************************
      * OUVERTURE DE SESSION - OPERATEUR COURANT ET SON NIVEAU
      ***************************************************************
       01  W-ACTION-JOURNAL                PIC X(18) VALUE SPACE.

      ***************************************************************
      * LIBERATION DES PAIES RETENUES PAR LA VERIFICATION DES
      * VARIATIONS (SUSPENS.DAT)
      ***************************************************************
       01  W-IND-FIN-SUSPENS               PIC 9     VALUE 0.
       01  W-IND-RETENUE-TROUVEE           PIC 9     VALUE 0.
       01  W-CODE-LIBERATION               PIC X(6)  VALUE SPACE.

      ***************************************************************
      * DOUBLE APPROBATION DES CHANGEMENTS DE COORDONNEES BANCAIRES
      * (DEMANDES EN ATTENTE DANS DEMBANC.DAT)
      ***************************************************************
       01  W-IND-FIN-DEMANDES              PIC 9     VALUE 0.
       01  W-IND-DEMANDE-TROUVEE           PIC 9     VALUE 0.
       01  W-CODE-DEMANDE                  PIC X(6)  VALUE SPACE.
       01  W-COORD-AVANT.
           05  W-ANC-TRANSIT               PIC 9(5)  VALUE 0.
           05  W-ANC-INSTITUTION           PIC 9(3)  VALUE 0.
           05  W-ANC-COMPTE                PIC X(12) VALUE SPACE.
       01  W-DECISION                      PIC X     VALUE SPACE.
           88  DECISION-APPROUVER          VALUE "A" "a".
           88  DECISION-REJETER            VALUE "R" "r".

      ***************************************************************
      * HISTORIQUE DE PAIE D'UN EMPLOYE (HISTOPAIE.DAT ET
      * HISTONET.DAT) : LES DATES DE PAIE SONT CHARGEES EN ORDRE
      * CROISSANT ET PARCOURUES A REBOURS, LA PLUS RECENTE D'ABORD.
      * AU-DELA DE 260 PERIODES (CINQ ANS), LES PLUS ANCIENNES SONT
      * ECARTEES. LES PERIODES DES ANNEES FERMEES PAR
      * TP2-CLOTURE-ANNEE VIENNENT DE HISTOPAIE.AAAA ET HISTONET.AAAA
      * : W-HP-ARCHIVE EN DONNE L'ANNEE (ZERO POUR LES FICHIERS
      * VIVANTS).
      ***************************************************************
       01  W-CODE-HISTO                    PIC X(6)  VALUE SPACE.
       01  W-PAGE-HISTO                    PIC X     VALUE SPACE.
           88  PAGE-SUIVANTE               VALUE "S" "s" " ".
           88  PAGE-PRECEDENTE             VALUE "P" "p".
           88  PAGE-QUITTER                VALUE "Q" "q".
       01  W-IND-FIN-HISTO                 PIC 9     VALUE 0.
       01  W-IND-FIN-HISTONET              PIC 9     VALUE 0.
       01  W-IND-FIN-AJUSTEMENTS           PIC 9     VALUE 0.
       01  W-IND-FIN-ARCHIVES              PIC 9     VALUE 0.
       01  W-IND-EMPLOYE-TROUVE            PIC 9     VALUE 0.
       01  W-NB-HISTO                      PIC 999   VALUE 0.
       01  W-IDX-HISTO                     PIC 999   VALUE 0.
       01  W-IDX-DECALAGE                  PIC 999   VALUE 0.
       01  W-IND-HISTO-TRONQUE             PIC 9     VALUE 0.
       01  W-TABLE-HISTO.
           05  W-HP-PERIODE                OCCURS 260.
               10  W-HP-DATE               PIC 9(8).
               10  W-HP-ARCHIVE            PIC 9(4).
       01  W-NB-HISTO-ANNEE                PIC 999   VALUE 0.
       01  W-NB-A-PRENDRE                  PIC 999   VALUE 0.
       01  W-NB-ECARTEES                   PIC 999   VALUE 0.
       01  W-IDX-ANNEE                     PIC 999   VALUE 0.
       01  W-TABLE-HISTO-ANNEE.
           05  W-HA-DATE                   PIC 9(8) OCCURS 260.
       01  W-ANNEE-ARCHIVE                 PIC 9(4)  VALUE 0.
       01  W-IND-ANNEE-FERMEE              PIC 9     VALUE 0.
       01  W-IND-FIN-ARCH-HISTO            PIC 9     VALUE 0.
       01  W-IND-PERIODE-TROUVEE           PIC 9     VALUE 0.
       01  W-NOM-ARCH-HISTOPAIE.
           05  FILLER                      PIC X(10) VALUE "HISTOPAIE.".
           05  W-NAP-ANNEE                 PIC 9(4).
       01  W-NOM-ARCH-HISTONET.
           05  FILLER                      PIC X(9)  VALUE "HISTONET.".
           05  W-NAN-ANNEE                 PIC 9(4).
       01  W-NOM-ARCH-CALENDRIER.
           05  FILLER                      PIC X(11)
                                           VALUE "CALENDRIER.".
           05  W-NAC-ANNEE                 PIC 9(4).
       01  W-HISTO-ECRAN.
           05  W-HE-NOM                    PIC X(20) VALUE SPACE.
           05  W-HE-STATUT                 PIC X(6)  VALUE SPACE.
           05  W-HE-MODE                   PIC X(20) VALUE SPACE.
           05  W-HE-ANNEE                  PIC 9(4)  VALUE 0.
           05  W-HE-CUMUL-BRUT             PIC 9(7)V99 VALUE 0.
           05  W-HE-CUMUL-IMPOT            PIC 9(7)V99 VALUE 0.
           05  W-HE-CUMUL-PENSION          PIC 9(7)V99 VALUE 0.
           05  W-HE-CUMUL-AUTRES           PIC 9(7)V99 VALUE 0.
           05  W-HE-CUMUL-NET              PIC 9(7)V99 VALUE 0.
           05  W-HE-AJU-ATTENTE            PIC 9(7)V99 VALUE 0.

      ***************************************************************
      *VARIABLES DU HEADER1
      ***************************************************************
                       VALUE "4. Maintenance des coordonnees bancaires".
           05  W-MENU-PRINCIPAL-CHOIX5
                       VALUE "5. Administration des operateurs".
           05  W-MENU-PRINCIPAL-CHOIX6
                       VALUE "6. Liberation des paies retenues".
           05  W-MENU-PRINCIPAL-CHOIX7
                       VALUE "7. Approbation des changements bancaires".
           05  W-MENU-PRINCIPAL-CHOIX8
                       VALUE "8. Historique de paie d'un employe".
           05  W-MENU-PRINCIPAL-CHOIX
                               VALUE "Votre choix (1-8, Q):".

       01  W-CHOIX-MENU-PRINCIPAL.
           05  W-CHOIX-PRINCIPAL           PIC X   VALUE SPACE.
               88  P-REGIONS               VALUE "3".
               88  P-COORDONNEES           VALUE "4".
               88  P-ADMIN                 VALUE "5".
               88  P-LIBERATION            VALUE "6".
               88  P-APPROBATION-BANQUE    VALUE "7".
               88  P-HISTORIQUE            VALUE "8".
               88  P-QUITTER               VALUE "Q" "q".
               88  W-CHOIX-PRINCIPAL-VALIDE
                                           VALUE "1" "2" "3" "4" "5"
                                                 "6" "7" "8" "Q" "q".

      ***************************************************************
      * INDICATEUR DE VALIDATION DE LA REGION CONTRE LE REFERENTIEL
                           PIC X(50) FROM W-MENU-PRINCIPAL-CHOIX4.
           05  MENU-PRINCIPAL-CHOIX5 LINE 12 COL 28
                           PIC X(50) FROM W-MENU-PRINCIPAL-CHOIX5.
           05  MENU-PRINCIPAL-CHOIX6 LINE 13 COL 28
                           PIC X(50) FROM W-MENU-PRINCIPAL-CHOIX6.
           05  MENU-PRINCIPAL-CHOIX7 LINE 14 COL 28
                           PIC X(50) FROM W-MENU-PRINCIPAL-CHOIX7.
           05  MENU-PRINCIPAL-CHOIX8 LINE 15 COL 28
                           PIC X(50) FROM W-MENU-PRINCIPAL-CHOIX8.
           05  MENU-PRINCIPAL-CHOIX-QUITTER LINE 16 COL 28
                           VALUE "Q. Quitter".
           05  MENU-PRINCIPAL-CHOIX LINE 18 COL 28
                           PIC X(27) FROM W-MENU-PRINCIPAL-CHOIX.
           05  CHOIX-PRINCIPAL  LINE 18 COL 55
                           PIC X.

       01  MENU-SORTIE.
           05  MENU-BANQUE-CONFIRME2       LINE 18 COL 43
                PIC X      TO W-CONFIRME.

       01  MENU-APPROB-CODE.
           05  MENU-APPROB-TITRE           LINE 5 COL 20
                   VALUE "Approbation des changements bancaires".
           05  MENU-APPROB-CODE1           LINE 7 COL 23
                   VALUE "Code employe (blanc=retour):".
           05  MENU-APPROB-CODE2           LINE 7 COL 53
                PIC X(6)   TO W-CODE-DEMANDE.

       01  MENU-APPROB-FICHE.
           05  MENU-APPROB-NOM1            LINE 9 COL 23
                   VALUE "Nom:".
           05  MENU-APPROB-NOM2            LINE 9 COL 43
                PIC X(20)  FROM EMPL-NOM.
           05  MENU-APPROB-SAISIE1         LINE 10 COL 23
                   VALUE "Saisie par:".
           05  MENU-APPROB-SAISIE2         LINE 10 COL 43
                PIC X(6)   FROM DMB-OPER-SAISIE.
           05  MENU-APPROB-SAISIE3         LINE 10 COL 51
                PIC X(14)  FROM DMB-HORO-SAISIE.
           05  MENU-APPROB-ACTUEL          LINE 12 COL 43
                   VALUE "Actuel".
           05  MENU-APPROB-DEMANDE         LINE 12 COL 59
                   VALUE "Demande".
           05  MENU-APPROB-TRANSIT1        LINE 13 COL 23
                   VALUE "Transit:".
           05  MENU-APPROB-TRANSIT2        LINE 13 COL 43
                PIC 9(5)   FROM DMB-ANC-TRANSIT.
           05  MENU-APPROB-TRANSIT3        LINE 13 COL 59
                PIC 9(5)   FROM DMB-NOU-TRANSIT.
           05  MENU-APPROB-INST1           LINE 14 COL 23
                   VALUE "Institution:".
           05  MENU-APPROB-INST2           LINE 14 COL 43
                PIC 9(3)   FROM DMB-ANC-INSTITUTION.
           05  MENU-APPROB-INST3           LINE 14 COL 59
                PIC 9(3)   FROM DMB-NOU-INSTITUTION.
           05  MENU-APPROB-COMPTE1         LINE 15 COL 23
                   VALUE "Numero de compte:".
           05  MENU-APPROB-COMPTE2         LINE 15 COL 43
                PIC X(12)  FROM DMB-ANC-COMPTE.
           05  MENU-APPROB-COMPTE3         LINE 15 COL 59
                PIC X(12)  FROM DMB-NOU-COMPTE.
           05  MENU-APPROB-DECISION1       LINE 18 COL 23
                   VALUE "Approuver (A), rejeter (R):".
           05  MENU-APPROB-DECISION2       LINE 18 COL 53
                PIC X      TO W-DECISION.

       01  MENU-LIBERATION-CODE.
           05  MENU-LIBER-TITRE            LINE 5 COL 22
                   VALUE "Liberation des paies retenues".
           05  MENU-LIBER-CODE1            LINE 7 COL 23
                   VALUE "Code employe (blanc=retour):".
           05  MENU-LIBER-CODE2            LINE 7 COL 53
                PIC X(6)   TO W-CODE-LIBERATION.

       01  MENU-LIBERATION-FICHE.
           05  MENU-LIBER-NOM1             LINE 9 COL 23
                   VALUE "Nom:".
           05  MENU-LIBER-NOM2             LINE 9 COL 43
                PIC X(20)  FROM EMPL-NOM.
           05  MENU-LIBER-PERIODE1         LINE 10 COL 23
                   VALUE "Periode retenue:".
           05  MENU-LIBER-PERIODE2         LINE 10 COL 43
                PIC 9999/99/99 FROM SUS-DATE-PAIE.
           05  MENU-LIBER-BRUT1            LINE 11 COL 23
                   VALUE "Brut:".
           05  MENU-LIBER-BRUT2            LINE 11 COL 43
                PIC ZZ,ZZ9.99  FROM SUS-BRUT.
           05  MENU-LIBER-MOYENNE1         LINE 12 COL 23
                   VALUE "Moyenne:".
           05  MENU-LIBER-MOYENNE2         LINE 12 COL 43
                PIC ZZ,ZZ9.99  FROM SUS-MOYENNE.
           05  MENU-LIBER-ECART1           LINE 13 COL 23
                   VALUE "Ecart (%):".
           05  MENU-LIBER-ECART2           LINE 13 COL 43
                PIC X      FROM SUS-SENS.
           05  MENU-LIBER-ECART3           LINE 13 COL 44
                PIC ZZZZ9.99   FROM SUS-ECART-PCT.
           05  MENU-LIBER-NET1             LINE 14 COL 23
                   VALUE "Net estime:".
           05  MENU-LIBER-NET2             LINE 14 COL 43
                PIC ZZZ,ZZ9.99 FROM SUS-NET-ESTIME.
           05  MENU-LIBER-MOTIFS1          LINE 15 COL 23
                   VALUE "Motifs (E/P/Z/N):".
           05  MENU-LIBER-MOTIFS2          LINE 15 COL 43
                PIC X(4)   FROM SUS-MOTIFS.
           05  MENU-LIBER-CONFIRME1        LINE 18 COL 23
                   VALUE "Liberer la paie (O/N):".
           05  MENU-LIBER-CONFIRME2        LINE 18 COL 47
                PIC X      TO W-CONFIRME.

       01  MENU-HISTO-CODE.
           05  MENU-HISTO-TITRE            LINE 5 COL 25
                   VALUE "Historique de paie".
           05  MENU-HISTO-CODE1            LINE 7 COL 23
                   VALUE "Code employe (blanc=retour):".
           05  MENU-HISTO-CODE2            LINE 7 COL 53
                PIC X(6)   TO W-CODE-HISTO.

       01  MENU-HISTO-FICHE.
           05  MENU-HISTO-TITRE2           LINE 5 COL 25
                   VALUE "Historique de paie".
           05  MENU-HISTO-NO1              LINE 7 COL 5
                   VALUE "Code:".
           05  MENU-HISTO-NO2              LINE 7 COL 11
                PIC X(6)   FROM W-CODE-HISTO.
           05  MENU-HISTO-NOM1             LINE 7 COL 20
                   VALUE "Nom:".
           05  MENU-HISTO-NOM2             LINE 7 COL 25
                PIC X(20)  FROM W-HE-NOM.
           05  MENU-HISTO-STATUT1          LINE 7 COL 50
                   VALUE "Statut:".
           05  MENU-HISTO-STATUT2          LINE 7 COL 58
                PIC X(6)   FROM W-HE-STATUT.
           05  MENU-HISTO-PERIODE1         LINE 9 COL 5
                   VALUE "Periode du:".
           05  MENU-HISTO-PERIODE2         LINE 9 COL 20
                PIC 9999/99/99 FROM HIST-DATE-PAIE.
           05  MENU-HISTO-RANG1            LINE 9 COL 37
                   VALUE "Periode".
           05  MENU-HISTO-RANG2            LINE 9 COL 45
                PIC ZZ9    FROM W-IDX-HISTO.
           05  MENU-HISTO-RANG3            LINE 9 COL 49
                   VALUE "de".
           05  MENU-HISTO-RANG4            LINE 9 COL 52
                PIC ZZ9    FROM W-NB-HISTO.
           05  MENU-HISTO-HEURES1          LINE 10 COL 5
                   VALUE "Heures:".
           05  MENU-HISTO-HEURES2          LINE 10 COL 20
                PIC ZZ9    FROM HIST-NB-HEURES.
           05  MENU-HISTO-SUPP1            LINE 10 COL 37
                   VALUE "Dont surtemps:".
           05  MENU-HISTO-SUPP2            LINE 10 COL 55
                PIC ZZ9    FROM HIST-HEURES-SUPP.
           05  MENU-HISTO-TAUX1            LINE 11 COL 5
                   VALUE "Taux:".
           05  MENU-HISTO-TAUX2            LINE 11 COL 20
                PIC $99.99 FROM HIST-TAUX.
           05  MENU-HISTO-BRUT1            LINE 11 COL 37
                   VALUE "Brut:".
           05  MENU-HISTO-BRUT2            LINE 11 COL 55
                PIC ZZZ,ZZ9.99 FROM HIST-MONTANT-BRUT.
           05  MENU-HISTO-IMPOT1           LINE 12 COL 5
                   VALUE "Impot:".
           05  MENU-HISTO-IMPOT2           LINE 12 COL 20
                PIC ZZZ,ZZ9.99 FROM HNET-MONTANT-IMPOT.
           05  MENU-HISTO-PENSION1         LINE 12 COL 37
                   VALUE "Pension:".
           05  MENU-HISTO-PENSION2         LINE 12 COL 55
                PIC ZZZ,ZZ9.99 FROM HNET-MONTANT-PENSION.
           05  MENU-HISTO-SYNDICAT1        LINE 13 COL 5
                   VALUE "Syndicat:".
           05  MENU-HISTO-SYNDICAT2        LINE 13 COL 20
                PIC ZZZ,ZZ9.99 FROM HNET-COTIS-SYNDICALE.
           05  MENU-HISTO-AUTRES1          LINE 13 COL 37
                   VALUE "Autres retenues:".
           05  MENU-HISTO-AUTRES2          LINE 13 COL 55
                PIC ZZZ,ZZ9.99 FROM HNET-AUTRES-RETENUES.
           05  MENU-HISTO-AJUST1           LINE 14 COL 5
                   VALUE "Ajustement:".
           05  MENU-HISTO-AJUST2           LINE 14 COL 20
                PIC ZZZ,ZZ9.99 FROM HNET-AJUSTEMENT.
           05  MENU-HISTO-NET1             LINE 14 COL 37
                   VALUE "Net:".
           05  MENU-HISTO-NET2             LINE 14 COL 55
                PIC ZZZ,ZZ9.99 FROM HNET-MONTANT-NET.
           05  MENU-HISTO-MODE1            LINE 15 COL 5
                   VALUE "Paiement:".
           05  MENU-HISTO-MODE2            LINE 15 COL 20
                PIC X(20)  FROM W-HE-MODE.
           05  MENU-HISTO-CUMUL1           LINE 17 COL 5
                   VALUE "Cumul de l'annee".
           05  MENU-HISTO-CUMUL2           LINE 17 COL 22
                PIC 9(4)   FROM W-HE-ANNEE.
           05  MENU-HISTO-CBRUT1           LINE 18 COL 5
                   VALUE "Brut:".
           05  MENU-HISTO-CBRUT2           LINE 18 COL 18
                PIC Z,ZZZ,ZZ9.99 FROM W-HE-CUMUL-BRUT.
           05  MENU-HISTO-CIMPOT1          LINE 18 COL 37
                   VALUE "Impot:".
           05  MENU-HISTO-CIMPOT2          LINE 18 COL 53
                PIC Z,ZZZ,ZZ9.99 FROM W-HE-CUMUL-IMPOT.
           05  MENU-HISTO-CPENSION1        LINE 19 COL 5
                   VALUE "Pension:".
           05  MENU-HISTO-CPENSION2        LINE 19 COL 18
                PIC Z,ZZZ,ZZ9.99 FROM W-HE-CUMUL-PENSION.
           05  MENU-HISTO-CAUTRES1         LINE 19 COL 37
                   VALUE "Synd.+autres:".
           05  MENU-HISTO-CAUTRES2         LINE 19 COL 53
                PIC Z,ZZZ,ZZ9.99 FROM W-HE-CUMUL-AUTRES.
           05  MENU-HISTO-CNET1            LINE 20 COL 5
                   VALUE "Net:".
           05  MENU-HISTO-CNET2            LINE 20 COL 18
                PIC Z,ZZZ,ZZ9.99 FROM W-HE-CUMUL-NET.
           05  MENU-HISTO-ATTENTE1         LINE 20 COL 37
                   VALUE "Ajust. en attente:".
           05  MENU-HISTO-ATTENTE2         LINE 20 COL 53
                PIC Z,ZZZ,ZZ9.99 FROM W-HE-AJU-ATTENTE.
           05  MENU-HISTO-PAGE1            LINE 22 COL 5
              VALUE "S=plus ancienne  P=plus recente  Q=retour:".
           05  MENU-HISTO-PAGE2            LINE 22 COL 48
                PIC X      TO W-PAGE-HISTO.

       01  MENU-SUPPRESSION.
           05  MENU-SUPPR-TITRE            LINE 5 COL 20
                   VALUE "Depart de l'employe".
                           TO W-ERREUR
                   END-IF
                   PERFORM 15000-MENU-PRINCIPAL
               WHEN P-LIBERATION
                   IF NOT NIVEAU-ADMIN-OK
                       MOVE "Choix reserve au niveau administrateur"
                           TO W-ERREUR
                   ELSE
                       PERFORM 13000-VERIFIER-VERROU-CHAINE
                       IF W-IND-VERROU-CHAINE = 1
                           MOVE "Chaine de nuit en cours - refuse"
                               TO W-ERREUR
                       ELSE
                           PERFORM 13100-POSER-VERROU-ECRAN
                           PERFORM 16000-MENU-LIBERATION
                           PERFORM 13200-LIBERER-VERROU
                       END-IF
                   END-IF
                   PERFORM 15000-MENU-PRINCIPAL
               WHEN P-APPROBATION-BANQUE
                   IF NOT NIVEAU-MAINTENANCE-OK
                       MOVE "Choix reserve au niveau maintenance"
                           TO W-ERREUR
                   ELSE
                       PERFORM 13000-VERIFIER-VERROU-CHAINE
                       IF W-IND-VERROU-CHAINE = 1
                           MOVE "Chaine de nuit en cours - refuse"
                               TO W-ERREUR
                       ELSE
                           PERFORM 13100-POSER-VERROU-ECRAN
                           PERFORM 18500-MENU-APPROBATION
                           PERFORM 13200-LIBERER-VERROU
                       END-IF
                   END-IF
                   PERFORM 15000-MENU-PRINCIPAL
               WHEN P-HISTORIQUE
                   PERFORM 19500-MENU-HISTORIQUE
                   PERFORM 15000-MENU-PRINCIPAL
               WHEN P-QUITTER
                   PERFORM 10000-DISPLAY-HEADERS
                   DISPLAY "FIN DU PROGRAMME"
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 16000-MENU-LIBERATION LIBERE LES PAIES RETENUES PAR LA
      * VERIFICATION DES VARIATIONS DE LA CHAINE (SUSPENS.DAT),
      * RESERVE AU NIVEAU 3. POUR LE CODE SAISI, LA PLUS ANCIENNE
      * PAIE ENCORE RETENUE (STATUT R) EST AFFICHEE AVEC SES MOTIFS;
      * CONFIRMEE, ELLE PASSE AU STATUT L AVEC LE CODE DE
      * L'OPERATEUR ET L'HORODATAGE, ET TP2-PAIE-NETTE LA VERSERA.
      * CHAQUE LIBERATION EST JOURNALISEE DANS JOURNAL.LOG. UN
      * EMPLOYE PARTI RESTE TROUVABLE : SA DERNIERE PAIE PEUT ETRE
      * RETENUE ELLE AUSSI.
      ******************************************************************
       16000-MENU-LIBERATION.
           MOVE SPACE TO W-CODE-LIBERATION.
           MOVE SPACE TO W-CONFIRME.
           OPEN I-O FICHIER-SUSPENS.
           OPEN INPUT FICHIER-IDX.
           PERFORM 10000-DISPLAY-HEADERS.
           DISPLAY MENU-LIBERATION-CODE.
           ACCEPT MENU-LIBERATION-CODE.
           INSPECT W-CODE-LIBERATION CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-CODE-LIBERATION = SPACE
               MOVE "Liberation des paies terminee" TO W-ERREUR
               CLOSE FICHIER-SUSPENS
               CLOSE FICHIER-IDX
           ELSE
               PERFORM 16100-CHERCHER-RETENUE
               CLOSE FICHIER-SUSPENS
               CLOSE FICHIER-IDX
               PERFORM 16000-MENU-LIBERATION
           END-IF.

      ******************************************************************
       16100-CHERCHER-RETENUE.
           MOVE W-CODE-LIBERATION TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE SPACE TO EMPL-NOM
           END-READ.
           MOVE 0 TO W-IND-RETENUE-TROUVEE.
           MOVE 0 TO W-IND-FIN-SUSPENS.
           MOVE W-CODE-LIBERATION TO SUS-CODE.
           MOVE 0                 TO SUS-DATE-PAIE.
           START FICHIER-SUSPENS KEY NOT < SUS-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-SUSPENS
           END-START.
           PERFORM 16150-LIRE-SUSPENS
               UNTIL W-IND-FIN-SUSPENS = 1
               OR W-IND-RETENUE-TROUVEE = 1.
           IF W-IND-RETENUE-TROUVEE = 0
               MOVE "Aucune paie retenue pour cet employe" TO W-ERREUR
           ELSE
               PERFORM 16200-CONFIRMER-LIBERATION
           END-IF.

      ******************************************************************
       16150-LIRE-SUSPENS.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-SUSPENS
           END-READ.
           IF W-IND-FIN-SUSPENS = 0
               IF SUS-CODE NOT = W-CODE-LIBERATION
                   MOVE 1 TO W-IND-FIN-SUSPENS
               ELSE
                   IF SUS-RETENUE
                       MOVE 1 TO W-IND-RETENUE-TROUVEE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       16200-CONFIRMER-LIBERATION.
           DISPLAY MENU-LIBERATION-FICHE.
           ACCEPT MENU-LIBERATION-FICHE.
           IF NOT CONFIRME-OUI
               MOVE "Liberation annulee" TO W-ERREUR
           ELSE
               MOVE "L"         TO SUS-STATUT
               MOVE W-OPERATEUR TO SUS-OPERATEUR
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO SUS-HORO-LIBERATION
               REWRITE FICHE-SUSPENS
                   INVALID KEY
                       MOVE "Erreur a la liberation" TO W-ERREUR
                   NOT INVALID KEY
                       PERFORM 97100-JOURNALISER-LIBERATION
                       MOVE "Paie liberee" TO W-ERREUR
               END-REWRITE
           END-IF.

      ******************************************************************
      * 17000-MENU-REGIONS TIENT A JOUR LE REFERENTIEL DES REGIONS
      * (REGIONS.DAT) : ON SAISIT LE CODE, LA FICHE EXISTANTE EST
      * (COORDBANC.DAT) DES EMPLOYES POUR LE DEPOT DIRECT : ON
      * SAISIT LE CODE EMPLOYE, LA FICHE EXISTANTE EST RELUE ET
      * AFFICHEE S'IL Y A LIEU, PUIS LE TRANSIT, L'INSTITUTION ET LE
      * COMPTE SAISIS SONT VALIDES ET, APRES CONFIRMATION, DEVIENNENT
      * UNE DEMANDE DE CHANGEMENT EN ATTENTE (DEMBANC.DAT) AVEC LES
      * ANCIENNES VALEURS ET LE CODE DE L'OPERATEUR. COORDBANC.DAT
      * N'EST MIS A JOUR QU'A L'APPROBATION PAR UN AUTRE OPERATEUR
      * (18500-MENU-APPROBATION). UNE SEULE DEMANDE EN ATTENTE PAR
      * EMPLOYE. LE CODE DOIT EXISTER AU FICHIER DES EMPLOYES. MEME
      * NIVEAU D'AUTORISATION QUE LA MAINTENANCE DES EMPLOYES.
      ******************************************************************
       18000-MENU-BANQUE.
           MOVE SPACE TO FICHE-COORD-BANCAIRE.
           MOVE SPACE TO W-CONFIRME.
           OPEN INPUT FICHIER-COORDONNEES.
           OPEN I-O FICHIER-DEMANDES-BANQUE.
           OPEN INPUT FICHIER-IDX.
           PERFORM 10000-DISPLAY-HEADERS.
           DISPLAY MENU-BANQUE-CODE.
               MOVE "Maintenance des coordonnees terminee"
                   TO W-ERREUR
               CLOSE FICHIER-COORDONNEES
               CLOSE FICHIER-DEMANDES-BANQUE
               CLOSE FICHIER-IDX
           ELSE
               PERFORM 18100-SAISIR-COORDONNEES
               CLOSE FICHIER-COORDONNEES
               CLOSE FICHIER-DEMANDES-BANQUE
               CLOSE FICHIER-IDX
               PERFORM 18000-MENU-BANQUE
           END-IF.

      ******************************************************************
       18200-SAISIR-FICHE-BANQUE.
           MOVE CB-CODE TO W-CODE-DEMANDE.
           PERFORM 18300-CHERCHER-DEMANDE.
           IF W-IND-DEMANDE-TROUVEE = 1
               MOVE "Demande deja en attente pour cet employe"
                   TO W-ERREUR
           ELSE
               PERFORM 18250-SAISIR-DEMANDE
           END-IF.

      ******************************************************************
       18250-SAISIR-DEMANDE.
           MOVE W-CODE-DEMANDE TO CB-CODE.
           READ FICHIER-COORDONNEES
               INVALID KEY
                   MOVE ZERO  TO CB-TRANSIT
                   MOVE ZERO  TO CB-INSTITUTION
                   MOVE SPACE TO CB-COMPTE
           END-READ.
           MOVE CB-TRANSIT     TO W-ANC-TRANSIT.
           MOVE CB-INSTITUTION TO W-ANC-INSTITUTION.
           MOVE CB-COMPTE      TO W-ANC-COMPTE.
           DISPLAY MENU-BANQUE-FICHE.
           ACCEPT MENU-BANQUE-FICHE.
           EVALUATE TRUE
                   MOVE "Institution invalide" TO W-ERREUR
               WHEN CB-COMPTE = SPACE
                   MOVE "Numero de compte a blanc" TO W-ERREUR
               WHEN CB-TRANSIT     = W-ANC-TRANSIT
               AND  CB-INSTITUTION = W-ANC-INSTITUTION
               AND  CB-COMPTE      = W-ANC-COMPTE
                   MOVE "Aucun changement" TO W-ERREUR
               WHEN OTHER
                   PERFORM 18270-ECRIRE-DEMANDE
           END-EVALUATE.

      ******************************************************************
       18270-ECRIRE-DEMANDE.
           MOVE SPACE TO FICHE-DEMANDE-BANQUE.
           MOVE W-CODE-DEMANDE    TO DMB-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DMB-HORO-SAISIE.
           MOVE W-ANC-TRANSIT     TO DMB-ANC-TRANSIT.
           MOVE W-ANC-INSTITUTION TO DMB-ANC-INSTITUTION.
           MOVE W-ANC-COMPTE      TO DMB-ANC-COMPTE.
           MOVE CB-TRANSIT        TO DMB-NOU-TRANSIT.
           MOVE CB-INSTITUTION    TO DMB-NOU-INSTITUTION.
           MOVE CB-COMPTE         TO DMB-NOU-COMPTE.
           MOVE W-OPERATEUR       TO DMB-OPER-SAISIE.
           MOVE "E"               TO DMB-STATUT.
           WRITE FICHE-DEMANDE-BANQUE
               INVALID KEY
                   MOVE "Erreur a l'ecriture de la demande"
                       TO W-ERREUR
               NOT INVALID KEY
                   MOVE "<Demande bancaire>" TO W-ACTION-JOURNAL
                   PERFORM 97000-JOURNALISER-MAINTENANCE
                   MOVE "Demande enregistree - approbation requise"
                       TO W-ERREUR
           END-WRITE.

      ******************************************************************
      * 18300-CHERCHER-DEMANDE CHERCHE LA DEMANDE EN ATTENTE (STATUT
      * E) DE L'EMPLOYE W-CODE-DEMANDE PARMI SES DEMANDES, DANS
      * L'ORDRE DE SAISIE.
      ******************************************************************
       18300-CHERCHER-DEMANDE.
           MOVE 0 TO W-IND-DEMANDE-TROUVEE.
           MOVE 0 TO W-IND-FIN-DEMANDES.
           MOVE W-CODE-DEMANDE TO DMB-CODE.
           MOVE LOW-VALUES     TO DMB-HORO-SAISIE.
           START FICHIER-DEMANDES-BANQUE KEY NOT < DMB-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DEMANDES
           END-START.
           PERFORM 18350-LIRE-DEMANDE
               UNTIL W-IND-FIN-DEMANDES = 1
               OR W-IND-DEMANDE-TROUVEE = 1.

      ******************************************************************
       18350-LIRE-DEMANDE.
           READ FICHIER-DEMANDES-BANQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-DEMANDES
           END-READ.
           IF W-IND-FIN-DEMANDES = 0
               IF DMB-CODE NOT = W-CODE-DEMANDE
                   MOVE 1 TO W-IND-FIN-DEMANDES
               ELSE
                   IF DMB-EN-ATTENTE
                       MOVE 1 TO W-IND-DEMANDE-TROUVEE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 18500-MENU-APPROBATION DECIDE DES DEMANDES DE CHANGEMENT DES
      * COORDONNEES BANCAIRES : POUR LE CODE SAISI, LA DEMANDE EN
      * ATTENTE EST AFFICHEE (VALEURS ACTUELLES ET DEMANDEES,
      * OPERATEUR ET HORODATAGE DE LA SAISIE). L'OPERATEUR QUI L'A
      * SAISIE NE PEUT PAS LA DECIDER. APPROUVEE, LES NOUVELLES
      * COORDONNEES SONT ECRITES DANS COORDBANC.DAT, MARQUEES POUR
      * QUE LE PREMIER VERSEMENT SE FASSE PAR CHEQUE; REJETEE,
      * COORDBANC.DAT N'EST PAS TOUCHE. LA DECISION GARDE LE CODE DE
      * L'OPERATEUR ET L'HORODATAGE, ET EST JOURNALISEE.
      ******************************************************************
       18500-MENU-APPROBATION.
           MOVE SPACE TO W-CODE-DEMANDE.
           MOVE SPACE TO W-DECISION.
           OPEN I-O FICHIER-DEMANDES-BANQUE.
           OPEN I-O FICHIER-COORDONNEES.
           OPEN INPUT FICHIER-IDX.
           PERFORM 10000-DISPLAY-HEADERS.
           DISPLAY MENU-APPROB-CODE.
           ACCEPT MENU-APPROB-CODE.
           INSPECT W-CODE-DEMANDE CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-CODE-DEMANDE = SPACE
               MOVE "Approbation des changements terminee" TO W-ERREUR
               CLOSE FICHIER-DEMANDES-BANQUE
               CLOSE FICHIER-COORDONNEES
               CLOSE FICHIER-IDX
           ELSE
               PERFORM 18600-TRAITER-DEMANDE
               CLOSE FICHIER-DEMANDES-BANQUE
               CLOSE FICHIER-COORDONNEES
               CLOSE FICHIER-IDX
               PERFORM 18500-MENU-APPROBATION
           END-IF.

      ******************************************************************
       18600-TRAITER-DEMANDE.
           MOVE W-CODE-DEMANDE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE SPACE TO EMPL-NOM
           END-READ.
           PERFORM 18300-CHERCHER-DEMANDE.
           EVALUATE TRUE
               WHEN W-IND-DEMANDE-TROUVEE = 0
                   MOVE "Aucune demande en attente pour cet employe"
                       TO W-ERREUR
               WHEN DMB-OPER-SAISIE = W-OPERATEUR
                   MOVE "Approbation par un autre operateur requise"
                       TO W-ERREUR
               WHEN OTHER
                   PERFORM 18700-DECIDER-DEMANDE
           END-EVALUATE.

      ******************************************************************
       18700-DECIDER-DEMANDE.
           DISPLAY MENU-APPROB-FICHE.
           ACCEPT MENU-APPROB-FICHE.
           EVALUATE TRUE
               WHEN DECISION-APPROUVER
                   MOVE "A" TO DMB-STATUT
                   MOVE "<Approb.bancaire>" TO W-ACTION-JOURNAL
                   PERFORM 18800-ENREGISTRER-DECISION
                   IF W-STATUT-DEMANDES = ZERO
                       PERFORM 18900-APPLIQUER-DEMANDE
                   END-IF
               WHEN DECISION-REJETER
                   MOVE "R" TO DMB-STATUT
                   MOVE "<Rejet bancaire>" TO W-ACTION-JOURNAL
                   PERFORM 18800-ENREGISTRER-DECISION
                   IF W-STATUT-DEMANDES = ZERO
                       MOVE "Demande rejetee" TO W-ERREUR
                   END-IF
               WHEN OTHER
                   MOVE "Decision annulee" TO W-ERREUR
           END-EVALUATE.

      ******************************************************************
       18800-ENREGISTRER-DECISION.
           MOVE W-OPERATEUR TO DMB-OPER-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DMB-HORO-DECISION.
           REWRITE FICHE-DEMANDE-BANQUE
               INVALID KEY
                   MOVE "Erreur a l'enregistrement de la decision"
                       TO W-ERREUR
               NOT INVALID KEY
                   PERFORM 97000-JOURNALISER-MAINTENANCE
           END-REWRITE.

      ******************************************************************
      * 18900-APPLIQUER-DEMANDE ECRIT (AJOUT) OU REECRIT
      * (MODIFICATION) LES COORDONNEES APPROUVEES, MARQUEES P : LE
      * PROCHAIN VERSEMENT DE TP2-PAIE-NETTE SE FERA PAR CHEQUE.
      ******************************************************************
       18900-APPLIQUER-DEMANDE.
           MOVE DMB-CODE            TO CB-CODE.
           MOVE DMB-NOU-TRANSIT     TO CB-TRANSIT.
           MOVE DMB-NOU-INSTITUTION TO CB-INSTITUTION.
           MOVE DMB-NOU-COMPTE      TO CB-COMPTE.
           MOVE "P"                 TO CB-PREMIER-VERSEMENT.
           MOVE ZERO                TO CB-PERIODE-CHEQUE.
           WRITE FICHE-COORD-BANCAIRE
               INVALID KEY
                   REWRITE FICHE-COORD-BANCAIRE
           END-WRITE.
           MOVE "Changement approuve - 1er versement par cheque"
               TO W-ERREUR.

      ******************************************************************
      * 19500-MENU-HISTORIQUE : INTERROGATION DE L'HISTORIQUE DE PAIE
      * D'UN EMPLOYE, OUVERTE A TOUS LES NIVEAUX COMME LES AUTRES
      * INTERROGATIONS. POUR LE CODE SAISI, LES PERIODES PAYEES
      * (HISTOPAIE.DAT : HEURES, SURTEMPS, TAUX, BRUT; HISTONET.DAT :
      * RETENUES, NET ET MODE DE PAIEMENT) SONT PARCOURUES UNE A UNE,
      * LA PLUS RECENTE D'ABORD, AVEC LE CUMUL DE L'ANNEE EN COURS ET
      * LES RATTRAPAGES EN ATTENTE DANS AJUSTEMENTS.DAT. UN EMPLOYE
      * PARTI EST TROUVE DANS EMPLOYES.DAT (STATUT T) OU, A DEFAUT,
      * DANS ARCHIVES.DAT. AU-DELA DES FICHIERS VIVANTS, LES ANNEES
      * FERMEES SONT PARCOURUES DANS LEURS ARCHIVES, EN REMONTANT
      * D'ANNEE EN ANNEE TANT QUE CALENDRIER.AAAA EXISTE. CHAQUE
      * CONSULTATION EST JOURNALISEE DANS JOURNAL.LOG, QU'IL Y AIT UN
      * HISTORIQUE OU NON.
      ******************************************************************
       19500-MENU-HISTORIQUE.
           MOVE SPACE TO W-CODE-HISTO.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-HISTORIQUE.
           OPEN INPUT FICHIER-HISTONET.
           PERFORM 10000-DISPLAY-HEADERS.
           DISPLAY MENU-HISTO-CODE.
           ACCEPT MENU-HISTO-CODE.
           INSPECT W-CODE-HISTO CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-CODE-HISTO = SPACE
               MOVE "Historique de paie termine" TO W-ERREUR
               CLOSE FICHIER-IDX
               CLOSE FICHIER-HISTORIQUE
               CLOSE FICHIER-HISTONET
           ELSE
               MOVE SPACE TO W-ERREUR
               PERFORM 19600-CHERCHER-HISTORIQUE
               CLOSE FICHIER-IDX
               CLOSE FICHIER-HISTORIQUE
               CLOSE FICHIER-HISTONET
               PERFORM 19500-MENU-HISTORIQUE
           END-IF.

      ******************************************************************
       19600-CHERCHER-HISTORIQUE.
           PERFORM 19610-CHERCHER-EMPLOYE.
           PERFORM 19620-CHARGER-PERIODES.
           PERFORM 19650-CHARGER-ARCHIVES.
           PERFORM 19640-CUMULER-ANNEE.
           PERFORM 19660-CUMULER-AJUSTEMENTS.
           PERFORM 97200-JOURNALISER-HISTORIQUE.
           EVALUATE TRUE
               WHEN W-IND-EMPLOYE-TROUVE = 0 AND W-NB-HISTO = 0
                   MOVE "Code employe inconnu" TO W-ERREUR
               WHEN W-NB-HISTO = 0
                   MOVE "Aucune paie a l'historique pour cet employe"
                       TO W-ERREUR
               WHEN OTHER
                   MOVE W-NB-HISTO TO W-IDX-HISTO
                   MOVE 0 TO W-IND-FIN-HISTO
                   PERFORM 19700-AFFICHER-PERIODE
                       UNTIL W-IND-FIN-HISTO = 1
                   MOVE SPACE TO W-ERREUR
           END-EVALUATE.

      ******************************************************************
      * 19610-CHERCHER-EMPLOYE : LE NOM ET LE STATUT VIENNENT DU
      * FICHIER DES EMPLOYES, OU DE LA COPIE GARDEE AU DEPART DANS
      * ARCHIVES.DAT.
      ******************************************************************
       19610-CHERCHER-EMPLOYE.
           MOVE 1 TO W-IND-EMPLOYE-TROUVE.
           MOVE W-CODE-HISTO TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE 0 TO W-IND-EMPLOYE-TROUVE
           END-READ.
           IF W-IND-EMPLOYE-TROUVE = 0
               MOVE 0 TO W-IND-FIN-ARCHIVES
               OPEN INPUT FICHIER-ARCHIVES
               PERFORM 19615-LIRE-ARCHIVE
                   UNTIL W-IND-FIN-ARCHIVES = 1
               CLOSE FICHIER-ARCHIVES
           END-IF.
           EVALUATE TRUE
               WHEN W-IND-EMPLOYE-TROUVE = 0
                   MOVE "(inconnu)" TO W-HE-NOM
                   MOVE SPACE       TO W-HE-STATUT
               WHEN EMPL-TERMINE
                   MOVE EMPL-NOM    TO W-HE-NOM
                   MOVE "Parti"     TO W-HE-STATUT
               WHEN OTHER
                   MOVE EMPL-NOM    TO W-HE-NOM
                   MOVE "Actif"     TO W-HE-STATUT
           END-EVALUATE.

      ******************************************************************
       19615-LIRE-ARCHIVE.
           READ FICHIER-ARCHIVES
               AT END MOVE 1 TO W-IND-FIN-ARCHIVES
           END-READ.
           IF W-IND-FIN-ARCHIVES = 0
           AND LIGNE-ARCHIVES(1:6) = W-CODE-HISTO
               MOVE LIGNE-ARCHIVES TO FICHE-PERSONNELLE-IDX
               MOVE 1 TO W-IND-EMPLOYE-TROUVE
           END-IF.

      ******************************************************************
      * 19620-CHARGER-PERIODES : LES DATES DE PAIE DE L'EMPLOYE, EN
      * ORDRE CROISSANT; LA TABLE PLEINE, LA PLUS ANCIENNE EST
      * ECARTEE POUR FAIRE PLACE A LA SUIVANTE.
      ******************************************************************
       19620-CHARGER-PERIODES.
           MOVE 0 TO W-NB-HISTO.
           MOVE 0 TO W-IND-HISTO-TRONQUE.
           MOVE 0 TO W-IND-FIN-HISTO.
           MOVE W-DATE-SYSTEME(1:4) TO W-HE-ANNEE.
           MOVE 0 TO W-HE-CUMUL-BRUT.
           MOVE W-CODE-HISTO TO HIST-CODE.
           MOVE 0            TO HIST-DATE-PAIE.
           START FICHIER-HISTORIQUE KEY NOT < HIST-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTO
           END-START.
           PERFORM 19625-LIRE-HISTORIQUE UNTIL W-IND-FIN-HISTO = 1.

      ******************************************************************
       19625-LIRE-HISTORIQUE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTO
           END-READ.
           IF W-IND-FIN-HISTO = 0
               IF HIST-CODE NOT = W-CODE-HISTO
                   MOVE 1 TO W-IND-FIN-HISTO
               ELSE
                   PERFORM 19630-GARDER-PERIODE
               END-IF
           END-IF.

      ******************************************************************
       19630-GARDER-PERIODE.
           IF W-NB-HISTO = 260
               PERFORM 19635-DECALER-PERIODE
                   VARYING W-IDX-DECALAGE FROM 1 BY 1
                   UNTIL W-IDX-DECALAGE > 259
               MOVE 1 TO W-IND-HISTO-TRONQUE
           ELSE
               ADD 1 TO W-NB-HISTO
           END-IF.
           MOVE HIST-DATE-PAIE TO W-HP-DATE(W-NB-HISTO).
           MOVE 0              TO W-HP-ARCHIVE(W-NB-HISTO).
           IF HIST-DATE-PAIE(1:4) = W-DATE-SYSTEME(1:4)
               ADD HIST-MONTANT-BRUT TO W-HE-CUMUL-BRUT
           END-IF.

      ******************************************************************
       19635-DECALER-PERIODE.
           MOVE W-HP-PERIODE(W-IDX-DECALAGE + 1)
               TO W-HP-PERIODE(W-IDX-DECALAGE).

      ******************************************************************
      * 19640-CUMULER-ANNEE : RETENUES ET NET DE L'ANNEE EN COURS
      * (HISTONET.DAT), LE BRUT ETANT CUMULE AU CHARGEMENT. L'ANNEE EN
      * COURS N'EST JAMAIS FERMEE : LES ARCHIVES N'Y ENTRENT PAS.
      ******************************************************************
       19640-CUMULER-ANNEE.
           MOVE 0 TO W-HE-CUMUL-IMPOT.
           MOVE 0 TO W-HE-CUMUL-PENSION.
           MOVE 0 TO W-HE-CUMUL-AUTRES.
           MOVE 0 TO W-HE-CUMUL-NET.
           MOVE 0 TO W-IND-FIN-HISTONET.
           MOVE W-CODE-HISTO TO HNET-CODE.
           MOVE 0            TO HNET-DATE-PAIE.
           START FICHIER-HISTONET KEY NOT < HNET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTONET
           END-START.
           PERFORM 19645-LIRE-HISTONET
               UNTIL W-IND-FIN-HISTONET = 1.

      ******************************************************************
       19645-LIRE-HISTONET.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTONET
           END-READ.
           IF W-IND-FIN-HISTONET = 0
               IF HNET-CODE NOT = W-CODE-HISTO
                   MOVE 1 TO W-IND-FIN-HISTONET
               ELSE
                   IF HNET-DATE-PAIE(1:4) = W-DATE-SYSTEME(1:4)
                       ADD HNET-MONTANT-IMPOT   TO W-HE-CUMUL-IMPOT
                       ADD HNET-MONTANT-PENSION TO W-HE-CUMUL-PENSION
                       ADD HNET-COTIS-SYNDICALE HNET-AUTRES-RETENUES
                           TO W-HE-CUMUL-AUTRES
                       ADD HNET-MONTANT-NET     TO W-HE-CUMUL-NET
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 19650-CHARGER-ARCHIVES : LES PERIODES PLUS ANCIENNES QUE CELLES
      * DES FICHIERS VIVANTS SONT PRISES DANS LES ARCHIVES DES ANNEES
      * FERMEES, DE L'ANNEE PRECEDENTE EN REMONTANT, JUSQU'A UNE ANNEE
      * SANS CALENDRIER.AAAA (JAMAIS FERMEE) OU LA TABLE PLEINE.
      ******************************************************************
       19650-CHARGER-ARCHIVES.
           MOVE W-DATE-SYSTEME(1:4) TO W-ANNEE-ARCHIVE.
           SUBTRACT 1 FROM W-ANNEE-ARCHIVE.
           MOVE 1 TO W-IND-ANNEE-FERMEE.
           PERFORM 19652-CHARGER-ANNEE-ARCHIVEE
               UNTIL W-IND-ANNEE-FERMEE = 0
               OR W-NB-HISTO = 260.

      ******************************************************************
       19652-CHARGER-ANNEE-ARCHIVEE.
           MOVE W-ANNEE-ARCHIVE TO W-NAC-ANNEE W-NAP-ANNEE.
           MOVE 0 TO W-IND-ANNEE-FERMEE.
           OPEN INPUT FICHIER-ARCH-CALENDRIER.
           READ FICHIER-ARCH-CALENDRIER
               AT END CONTINUE
               NOT AT END MOVE 1 TO W-IND-ANNEE-FERMEE
           END-READ.
           CLOSE FICHIER-ARCH-CALENDRIER.
           IF W-IND-ANNEE-FERMEE = 1
               MOVE 0 TO W-NB-HISTO-ANNEE
               MOVE 0 TO W-IND-FIN-ARCH-HISTO
               OPEN INPUT FICHIER-ARCH-HISTOPAIE
               PERFORM 19654-LIRE-ARCH-HISTOPAIE
                   UNTIL W-IND-FIN-ARCH-HISTO = 1
               CLOSE FICHIER-ARCH-HISTOPAIE
               IF W-NB-HISTO-ANNEE > 0
                   PERFORM 19656-INSERER-ANNEE
               END-IF
               SUBTRACT 1 FROM W-ANNEE-ARCHIVE
           END-IF.

      ******************************************************************
      * 19654-LIRE-ARCH-HISTOPAIE : L'ARCHIVE EST EN ORDRE DE CLE, LA
      * LECTURE CESSE APRES LE CODE CHERCHE. UNE PERIODE DEJA VUE
      * PLUS RECENTE (FERMETURE INTERROMPUE AVANT LE RETRAIT) N'EST
      * PAS REPRISE.
      ******************************************************************
       19654-LIRE-ARCH-HISTOPAIE.
           READ FICHIER-ARCH-HISTOPAIE
               AT END MOVE 1 TO W-IND-FIN-ARCH-HISTO
           END-READ.
           IF W-IND-FIN-ARCH-HISTO = 0
               MOVE LIGNE-ARCH-HISTOPAIE TO FICHE-HISTO-PAIE
               IF HIST-CODE > W-CODE-HISTO
                   MOVE 1 TO W-IND-FIN-ARCH-HISTO
               ELSE
                   IF HIST-CODE = W-CODE-HISTO
                   AND W-NB-HISTO-ANNEE < 260
                   AND (W-NB-HISTO = 0
                        OR HIST-DATE-PAIE < W-HP-DATE(1))
                       ADD 1 TO W-NB-HISTO-ANNEE
                       MOVE HIST-DATE-PAIE
                           TO W-HA-DATE(W-NB-HISTO-ANNEE)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 19656-INSERER-ANNEE : LES PERIODES DE L'ANNEE ARCHIVEE PASSENT
      * DEVANT CELLES DEJA CHARGEES. SANS PLACE POUR TOUTES, SEULES
      * LES PLUS RECENTES SONT GARDEES.
      ******************************************************************
       19656-INSERER-ANNEE.
           COMPUTE W-NB-A-PRENDRE = 260 - W-NB-HISTO.
           IF W-NB-HISTO-ANNEE > W-NB-A-PRENDRE
               COMPUTE W-NB-ECARTEES = W-NB-HISTO-ANNEE
                                     - W-NB-A-PRENDRE
               MOVE 1 TO W-IND-HISTO-TRONQUE
           ELSE
               MOVE 0 TO W-NB-ECARTEES
               MOVE W-NB-HISTO-ANNEE TO W-NB-A-PRENDRE
           END-IF.
           PERFORM 19657-DECALER-VERS-LE-HAUT
               VARYING W-IDX-DECALAGE FROM W-NB-HISTO BY -1
               UNTIL W-IDX-DECALAGE < 1.
           PERFORM 19658-PRENDRE-PERIODE-ARCHIVEE
               VARYING W-IDX-ANNEE FROM 1 BY 1
               UNTIL W-IDX-ANNEE > W-NB-A-PRENDRE.
           ADD W-NB-A-PRENDRE TO W-NB-HISTO.

      ******************************************************************
       19657-DECALER-VERS-LE-HAUT.
           MOVE W-HP-PERIODE(W-IDX-DECALAGE)
               TO W-HP-PERIODE(W-IDX-DECALAGE + W-NB-A-PRENDRE).

      ******************************************************************
       19658-PRENDRE-PERIODE-ARCHIVEE.
           MOVE W-HA-DATE(W-NB-ECARTEES + W-IDX-ANNEE)
               TO W-HP-DATE(W-IDX-ANNEE).
           MOVE W-ANNEE-ARCHIVE TO W-HP-ARCHIVE(W-IDX-ANNEE).

      ******************************************************************
       19660-CUMULER-AJUSTEMENTS.
           MOVE 0 TO W-HE-AJU-ATTENTE.
           MOVE 0 TO W-IND-FIN-AJUSTEMENTS.
           OPEN INPUT FICHIER-AJUSTEMENTS.
           PERFORM 19665-LIRE-AJUSTEMENT
               UNTIL W-IND-FIN-AJUSTEMENTS = 1.
           CLOSE FICHIER-AJUSTEMENTS.

      ******************************************************************
       19665-LIRE-AJUSTEMENT.
           READ FICHIER-AJUSTEMENTS
               AT END MOVE 1 TO W-IND-FIN-AJUSTEMENTS
           END-READ.
           IF W-IND-FIN-AJUSTEMENTS = 0
           AND AJU-CODE = W-CODE-HISTO
               ADD AJU-MONTANT TO W-HE-AJU-ATTENTE
           END-IF.

      ******************************************************************
      * 19700-AFFICHER-PERIODE : UNE PERIODE PAR ECRAN. S (OU ENTER)
      * PASSE A LA PERIODE PRECEDENTE DANS LE TEMPS, P REVIENT A LA
      * PERIODE PLUS RECENTE, Q TERMINE. UNE PERIODE SANS FICHE DANS
      * HISTONET.DAT (PAIE NETTE PAS ENCORE PASSEE) EST AFFICHEE
      * SANS RETENUES. UNE PERIODE ARCHIVEE EST RELUE DANS LES
      * ARCHIVES DE SON ANNEE.
      ******************************************************************
       19700-AFFICHER-PERIODE.
           IF W-HP-ARCHIVE(W-IDX-HISTO) = 0
               MOVE W-CODE-HISTO            TO HIST-CODE
               MOVE W-HP-DATE(W-IDX-HISTO)  TO HIST-DATE-PAIE
               READ FICHIER-HISTORIQUE
                   INVALID KEY
                       MOVE 0 TO HIST-NB-HEURES HIST-HEURES-SUPP
                                 HIST-TAUX HIST-MONTANT-BRUT
               END-READ
               MOVE W-CODE-HISTO            TO HNET-CODE
               MOVE W-HP-DATE(W-IDX-HISTO)  TO HNET-DATE-PAIE
               READ FICHIER-HISTONET
                   INVALID KEY
                       PERFORM 19740-VIDER-HISTONET
               END-READ
           ELSE
               PERFORM 19710-LIRE-PERIODE-ARCHIVEE
           END-IF.
           EVALUATE TRUE
               WHEN HNET-PAR-DEPOT
                   MOVE "Depot direct"         TO W-HE-MODE
               WHEN HNET-PAR-CHEQUE
                   MOVE "Cheque"               TO W-HE-MODE
               WHEN HNET-RETENU
                   MOVE "Retenu (variation)"   TO W-HE-MODE
               WHEN OTHER
                   MOVE "Net non calcule"      TO W-HE-MODE
           END-EVALUATE.
           IF W-IND-HISTO-TRONQUE = 1 AND W-IDX-HISTO = 1
               MOVE "Periodes plus anciennes non affichees"
                   TO W-ERREUR
           ELSE
               MOVE SPACE TO W-ERREUR
           END-IF.
           MOVE SPACE TO W-PAGE-HISTO.
           PERFORM 10000-DISPLAY-HEADERS.
           DISPLAY MENU-HISTO-FICHE.
           ACCEPT MENU-HISTO-FICHE.
           EVALUATE TRUE
               WHEN PAGE-QUITTER
                   MOVE 1 TO W-IND-FIN-HISTO
               WHEN PAGE-PRECEDENTE
                   IF W-IDX-HISTO < W-NB-HISTO
                       ADD 1 TO W-IDX-HISTO
                   END-IF
               WHEN PAGE-SUIVANTE
                   IF W-IDX-HISTO > 1
                       SUBTRACT 1 FROM W-IDX-HISTO
                   ELSE
                       MOVE 1 TO W-IND-FIN-HISTO
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 19710-LIRE-PERIODE-ARCHIVEE : HISTOPAIE.AAAA PUIS
      * HISTONET.AAAA SONT LUS DU DEBUT JUSQU'A LA FICHE DE LA PERIODE
      * OU LE CODE SUIVANT.
      ******************************************************************
       19710-LIRE-PERIODE-ARCHIVEE.
           MOVE W-HP-ARCHIVE(W-IDX-HISTO) TO W-NAP-ANNEE W-NAN-ANNEE.
           MOVE 0 TO W-IND-PERIODE-TROUVEE.
           MOVE 0 TO W-IND-FIN-ARCH-HISTO.
           OPEN INPUT FICHIER-ARCH-HISTOPAIE.
           PERFORM 19720-CHERCHER-ARCH-HISTOPAIE
               UNTIL W-IND-FIN-ARCH-HISTO = 1.
           CLOSE FICHIER-ARCH-HISTOPAIE.
           IF W-IND-PERIODE-TROUVEE = 0
               MOVE W-CODE-HISTO            TO HIST-CODE
               MOVE W-HP-DATE(W-IDX-HISTO)  TO HIST-DATE-PAIE
               MOVE 0 TO HIST-NB-HEURES HIST-HEURES-SUPP
                         HIST-TAUX HIST-MONTANT-BRUT
           END-IF.
           MOVE 0 TO W-IND-PERIODE-TROUVEE.
           MOVE 0 TO W-IND-FIN-ARCH-HISTO.
           OPEN INPUT FICHIER-ARCH-HISTONET.
           PERFORM 19730-CHERCHER-ARCH-HISTONET
               UNTIL W-IND-FIN-ARCH-HISTO = 1.
           CLOSE FICHIER-ARCH-HISTONET.
           IF W-IND-PERIODE-TROUVEE = 0
               PERFORM 19740-VIDER-HISTONET
           END-IF.

      ******************************************************************
       19720-CHERCHER-ARCH-HISTOPAIE.
           READ FICHIER-ARCH-HISTOPAIE
               AT END MOVE 1 TO W-IND-FIN-ARCH-HISTO
           END-READ.
           IF W-IND-FIN-ARCH-HISTO = 0
               MOVE LIGNE-ARCH-HISTOPAIE TO FICHE-HISTO-PAIE
               EVALUATE TRUE
                   WHEN HIST-CODE > W-CODE-HISTO
                       MOVE 1 TO W-IND-FIN-ARCH-HISTO
                   WHEN HIST-CODE = W-CODE-HISTO
                   AND HIST-DATE-PAIE = W-HP-DATE(W-IDX-HISTO)
                       MOVE 1 TO W-IND-PERIODE-TROUVEE
                       MOVE 1 TO W-IND-FIN-ARCH-HISTO
               END-EVALUATE
           END-IF.

      ******************************************************************
       19730-CHERCHER-ARCH-HISTONET.
           READ FICHIER-ARCH-HISTONET
               AT END MOVE 1 TO W-IND-FIN-ARCH-HISTO
           END-READ.
           IF W-IND-FIN-ARCH-HISTO = 0
               MOVE LIGNE-ARCH-HISTONET TO FICHE-HISTO-NET
               EVALUATE TRUE
                   WHEN HNET-CODE > W-CODE-HISTO
                       MOVE 1 TO W-IND-FIN-ARCH-HISTO
                   WHEN HNET-CODE = W-CODE-HISTO
                   AND HNET-DATE-PAIE = W-HP-DATE(W-IDX-HISTO)
                       MOVE 1 TO W-IND-PERIODE-TROUVEE
                       MOVE 1 TO W-IND-FIN-ARCH-HISTO
               END-EVALUATE
           END-IF.

      ******************************************************************
       19740-VIDER-HISTONET.
           MOVE W-CODE-HISTO            TO HNET-CODE.
           MOVE W-HP-DATE(W-IDX-HISTO)  TO HNET-DATE-PAIE.
           MOVE 0 TO HNET-MONTANT-IMPOT HNET-MONTANT-PENSION
                     HNET-COTIS-SYNDICALE HNET-AUTRES-RETENUES
                     HNET-AJUSTEMENT HNET-MONTANT-NET.
           MOVE SPACE TO HNET-MODE-PAIEMENT.

      ******************************************************************
      * 47000-VALIDER-REGION VERIFIE QUE LA REGION DE LA FICHE
           WRITE LIGNE-JOURNAL.
           CLOSE FICHIER-JOURNAL.

      ******************************************************************
      * 97100-JOURNALISER-LIBERATION AJOUTE UNE LIGNE AU JOURNAL DE
      * VERIFICATION POUR CHAQUE PAIE RETENUE LIBEREE, DANS LA
      * PRESENTATION DE 97000-JOURNALISER-MAINTENANCE : LA COLONNE
      * SEXE PORTE <Liberation paie>, LA COLONNE CLE LES MOTIFS DE
      * LA RETENUE, LA COLONNE DEBUT LE CODE DE L'EMPLOYE ET LA
      * COLONNE FIN LA PERIODE LIBEREE.
      ******************************************************************
       97100-JOURNALISER-LIBERATION.
           MOVE FUNCTION CURRENT-DATE TO W-CURRENT-DATE-TIME.
           MOVE W-CD-DATE              TO WJ-DATE.
           MOVE W-CD-HEURE             TO WJ-HEURE.
           MOVE "<Liberation paie>"    TO WJ-SEXE.
           MOVE SUS-MOTIFS             TO WJ-CLE.
           MOVE SUS-CODE               TO WJ-DEBUT.
           MOVE SUS-DATE-PAIE          TO WJ-FIN.
           MOVE 1                      TO WJ-NB-TROUVES.
           MOVE W-OPERATEUR            TO WJ-OPERATEUR.
           OPEN EXTEND FICHIER-JOURNAL.
           MOVE W-LIGNE-JOURNAL TO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
           CLOSE FICHIER-JOURNAL.

      ******************************************************************
      * 97200-JOURNALISER-HISTORIQUE AJOUTE UNE LIGNE AU JOURNAL DE
      * VERIFICATION POUR CHAQUE CONSULTATION DE L'HISTORIQUE DE
      * PAIE, DANS LA PRESENTATION DE 97000-JOURNALISER-MAINTENANCE :
      * LA COLONNE SEXE PORTE <Historique paie>, LA COLONNE CLE LE
      * STATUT DE L'EMPLOYE, LA COLONNE DEBUT SON CODE ET LE NOMBRE
      * TROUVE EST LE NOMBRE DE PERIODES A L'HISTORIQUE.
      ******************************************************************
       97200-JOURNALISER-HISTORIQUE.
           MOVE FUNCTION CURRENT-DATE TO W-CURRENT-DATE-TIME.
           MOVE W-CD-DATE              TO WJ-DATE.
           MOVE W-CD-HEURE             TO WJ-HEURE.
           MOVE "<Historique paie>"    TO WJ-SEXE.
           MOVE W-HE-STATUT            TO WJ-CLE.
           MOVE W-CODE-HISTO           TO WJ-DEBUT.
           MOVE SPACE                  TO WJ-FIN.
           MOVE W-NB-HISTO             TO WJ-NB-TROUVES.
           MOVE W-OPERATEUR            TO WJ-OPERATEUR.
           OPEN EXTEND FICHIER-JOURNAL.
           MOVE W-LIGNE-JOURNAL TO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
           CLOSE FICHIER-JOURNAL.

      ******************************************************************
      * 98000-JOURNALISER-ADMIN AJOUTE UNE LIGNE AU JOURNAL DE
      * VERIFICATION POUR CHAQUE ACTION SUR LE FICHIER DES
      * D'EXTRACTION IGNORENT LES FICHES AU STATUT T; L'INTERROGATION
      * CONTINUE DE LES TROUVER. UN EMPLOYE DEJA PARTI EST REFUSE,
      * COMME DANS TP2-MOUVEMENTS, POUR NE PAS ECRASER SA DATE DE
      * DEPART NI DOUBLER SA FICHE D'ARCHIVE. LE SOLDE DE VACANCES
      * RESTANT DANS LA BANQUE DE CONGES EST MARQUE A PAYER.
      *****************************************************************
       86000-DEPART-EMPLOYE.
           IF EMPL-TERMINE
                       MOVE "Erreur au depart" TO W-ERREUR
                   NOT INVALID KEY
                       PERFORM 87000-ARCHIVER-FICHE
                       PERFORM 87500-SIGNALER-CONGES
                       MOVE "<Depart>" TO W-ACTION-JOURNAL
                       PERFORM 97000-JOURNALISER-MAINTENANCE
                       MOVE "Employe archive et marque parti"
           WRITE LIGNE-ARCHIVES.
           CLOSE FICHIER-ARCHIVES.

      *****************************************************************
      * 87500-SIGNALER-CONGES : MEME MARQUAGE QUE TP2-MOUVEMENTS AU
      * MOUVEMENT S - LE SOLDE DE VACANCES DU PARTANT EST A PAYER.
      *****************************************************************
       87500-SIGNALER-CONGES.
           OPEN I-O FICHIER-CONGES.
           MOVE EMPL-CODE TO BQC-CODE.
           READ FICHIER-CONGES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BQC-SOLDE-VACANCES > 0
                       MOVE "P"              TO BQC-STATUT
                       MOVE EMPL-DATE-DEPART TO BQC-DATE-DEPART
                       REWRITE FICHE-BANQUE-CONGES
                   END-IF
           END-READ.
           CLOSE FICHIER-CONGES.

