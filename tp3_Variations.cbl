       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-VARIATIONS.

      ***************************************************************
      * PROGRAMME BATCH - VERIFICATION DES VARIATIONS DE PAIE AVANT
      * LE DEPOT. DERNIERE ETAPE DE LA CHAINE DE NUIT, APRES
      * TP2-REGISTRE ET AVANT TP2-PAIE-NETTE : UNE ERREUR DE SAISIE
      * DU TAUX OU UN RETOUR D'HEURES ERRONE NE DOIT PLUS PARTIR A
      * LA BANQUE SANS QUE PERSONNE NE L'AIT VU. POUR CHAQUE EMPLOYE
      * ACTIF, LE BRUT DE LA PERIODE (HISTOPAIE.DAT, ECRIT PAR LE
      * REGISTRE) EST COMPARE A LA MOYENNE DE SES DERNIERES PERIODES
      * DANS LE MEME HISTORIQUE, COMPLETEE AU BESOIN PAR LES
      * PERIODES DE L'ANNEE PRECEDENTE QUE TP2-CLOTURE-ANNEE A PASSEES
      * DANS HISTOPAIE.AAAA. SONT SIGNALES :
      *   - UNE HAUSSE OU UNE BAISSE DU BRUT AU-DELA DU SEUIL EN
      *     POURCENT DE LA CARTE PARAMETRE
      *   - UNE PREMIERE PAIE (AUCUNE PERIODE ANTERIEURE, NI DANS
      *     HISTOPAIE.DAT NI DANS L'ARCHIVE DE L'ANNEE PRECEDENTE)
      *   - UN BRUT A ZERO POUR UN EMPLOYE ACTIF
      *   - UN NET AU-DESSUS DU PLAFOND DE LA CARTE. LE NET EST
      *     ESTIME COMME TP2-PAIE-NETTE LE CALCULERA : BRUT MOINS
      *     IMPOT, PENSION ET SYNDICAT DES BAREMES (BAREMES.DAT), PLUS
      *     LE RATTRAPAGE RETROACTIF EN ATTENTE (AJUSTEMENTS.DAT). LES
      *     RETENUES PROPRES A L'EMPLOYE NE POUVANT QUE LE BAISSER,
      *     L'ESTIMATION NE LAISSE PASSER AUCUN NET TROP ELEVE.
      * CHAQUE EMPLOYE SIGNALE EST INSCRIT AU FICHIER DES PAIES
      * RETENUES (SUSPENS.DAT, STATUT R) : TP2-PAIE-NETTE CALCULE SON
      * NET MAIS N'EN FAIT NI DEPOT NI CHEQUE TANT QU'UN OPERATEUR
      * DE NIVEAU 3 NE L'A PAS LIBERE A L'ECRAN TP2-STPIERREDAVID
      * (LIBERATION JOURNALISEE DANS JOURNAL.LOG). UNE REPRISE DE LA
      * MEME PERIODE GARDE LA DECISION DEJA PRISE SUR UNE FICHE
      * LIBEREE OU VERSEE, ET RETIRE LA RETENUE D'UN EMPLOYE QUI
      * N'EST PLUS SIGNALE (DONNEES CORRIGEES ENTRE-TEMPS).
      * LE RAPPORT (VARIATIONS.LIS) DONNE UNE LIGNE PAR SIGNALEMENT
      * AVEC LA SUITE QUI Y A ETE DONNEE, PUIS LES PAIES RETENUES DES
      * PERIODES ANTERIEURES ENCORE NON VERSEES.
      * CARTE PARAMETRE (SYSIN, APRES CELLE DE TP2-EXTRACTION) :
      *   COL 1-3 SEUIL D'ECART EN POURCENT (DEFAUT 25)
      *   COL 4-5 NOMBRE DE PERIODES DE LA MOYENNE (DEFAUT 6, MAX 12)
      *   COL 6-12 PLAFOND DU NET, 99999V99 (DEFAUT 5000,00)
      * LA PERIODE EST CELLE DE LA FICHE DE TP2-REGISTRE DE LA NUIT
      * (CONTROLE.DAT); HORS CHAINE, SANS CETTE FICHE, LA DERNIERE
      * PERIODE PAYEE ECHUE DU CALENDRIER. LE PROGRAMME AJOUTE SA
      * FICHE A CONTROLE.DAT.
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

           SELECT OPTIONAL FICHIER-HISTORIQUE
                  ASSIGN TO "HISTOPAIE.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           HIST-CLE
                  FILE STATUS          W-STATUT-HISTORIQUE.

           SELECT OPTIONAL FICHIER-ARCH-HISTOPAIE
                  ASSIGN USING         W-NOM-ARCH-HISTOPAIE
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTOPAIE.

           SELECT FICHIER-BAREMES  ASSIGN TO "BAREMES.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-BAREMES.

           SELECT OPTIONAL FICHIER-AJUSTEMENTS
                  ASSIGN TO "AJUSTEMENTS.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-AJUSTEMENTS.

           SELECT OPTIONAL FICHIER-SUSPENS
                  ASSIGN TO "SUSPENS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           SUS-CLE
                  FILE STATUS          W-STATUT-SUSPENS.

           SELECT OPTIONAL FICHIER-CTLCHAINE
                  ASSIGN TO "CONTROLE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CTLCHAINE.

           SELECT OPTIONAL FICHIER-CALENDRIER
                  ASSIGN TO "CALENDRIER.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CALENDRIER.

           SELECT FICHIER-RAPPORT  ASSIGN TO "VARIATIONS.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-HISTORIQUE.
           COPY HISTPAIE.

       FD  FICHIER-ARCH-HISTOPAIE.
       01  LIGNE-ARCH-HISTOPAIE            PIC X(42).

       FD  FICHIER-BAREMES.
       01  FICHE-BAREME.
           05  BAR-TYPE                  PIC X.
               88  BAR-IMPOT             VALUE "I".
               88  BAR-PENSION           VALUE "P".
               88  BAR-SYNDICAT          VALUE "S".
           05  BAR-BORNE                 PIC 9(6)V99.
           05  BAR-TAUX                  PIC 99V99.

       FD  FICHIER-AJUSTEMENTS.
           COPY AJUSTRET.

       FD  FICHIER-SUSPENS.
           COPY SUSPAIE.

       FD  FICHIER-CTLCHAINE.
       01  LIGNE-CTLCHAINE                 PIC X(63).

       FD  FICHIER-CALENDRIER.
           COPY CALPAIE.

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(80).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-HISTORIQUE             PIC 99.
       01  W-STATUT-ARCH-HISTOPAIE         PIC 99.
       01  W-STATUT-BAREMES                PIC 99.
       01  W-STATUT-AJUSTEMENTS            PIC 99.
       01  W-STATUT-SUSPENS                PIC 99.
       01  W-STATUT-CTLCHAINE              PIC 99.
       01  W-STATUT-CALENDRIER             PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-HISTORIQUE            PIC 9 VALUE 0.
       01  W-IND-FIN-ARCH-HISTOPAIE        PIC 9 VALUE 0.
       01  W-IND-FIN-BAREMES               PIC 9 VALUE 0.
       01  W-IND-FIN-AJUSTEMENTS           PIC 9 VALUE 0.
       01  W-IND-FIN-SUSPENS               PIC 9 VALUE 0.
       01  W-IND-FIN-CTLCHAINE             PIC 9 VALUE 0.
       01  W-IND-FIN-CALENDRIER            PIC 9 VALUE 0.

      ***************************************************************
      * CARTE PARAMETRE ET VALEURS RETENUES
      ***************************************************************
       01  W-PARM-VARIATIONS.
           05  W-PARM-SEUIL-X            PIC X(3).
           05  W-PARM-SEUIL REDEFINES W-PARM-SEUIL-X
                                         PIC 9(3).
           05  W-PARM-NB-PERIODES-X      PIC X(2).
           05  W-PARM-NB-PERIODES REDEFINES W-PARM-NB-PERIODES-X
                                         PIC 99.
           05  W-PARM-PLAFOND-X          PIC X(7).
           05  W-PARM-PLAFOND REDEFINES W-PARM-PLAFOND-X
                                         PIC 9(5)V99.
       01  W-SEUIL-PCT                     PIC 9(3) VALUE 25.
       01  W-NB-PERIODES-MOY               PIC 99 VALUE 6.
       01  W-PLAFOND-NET                   PIC 9(5)V99 VALUE 5000.00.

      ***************************************************************
      * PERIODE VERIFIEE
      ***************************************************************
       01  W-DATE-AJD                      PIC 9(8).
       01  W-DATE-PAIE                     PIC 9(8) VALUE 0.
       01  W-DERNIERE-PAYEE                PIC 9(8) VALUE 0.

      ***************************************************************
      * BAREMES DES RETENUES, CHARGES COMME TP2-PAIE-NETTE
      ***************************************************************
       01  W-NB-BANDES                     PIC 99 VALUE 0.
       01  W-TABLE-IMPOT.
           05  W-BANDE OCCURS 10.
               10  W-BANDE-BORNE         PIC 9(6)V99.
               10  W-BANDE-TAUX          PIC 99V99.
       01  W-IDX-BANDE                     PIC 99 VALUE 0.
       01  W-IND-BANDE-TROUVEE             PIC 9  VALUE 0.
       01  W-TAUX-IMPOT                    PIC 99V99 VALUE 0.
       01  W-TAUX-PENSION                  PIC 99V99 VALUE 0.
       01  W-COTISATION-SYNDICALE          PIC 9(4)V99 VALUE 0.

      ***************************************************************
      * RATTRAPAGES RETROACTIFS EN ATTENTE (AJUSTEMENTS.DAT). LA
      * TABLE NE SERT QU'A L'ESTIMATION DU NET : AU-DELA DE SA
      * TAILLE, LE RESTE DU FICHIER EST IGNORE ET SIGNALE (C'EST
      * TP2-PAIE-NETTE QUI REFUSE ALORS DE TOURNER).
      ***************************************************************
       01  W-NB-AJUSTEMENTS                PIC 9(4) VALUE 0.
       01  W-TABLE-AJUSTEMENTS.
           05  W-AJUSTEMENT OCCURS 1000.
               10  W-AJU-CODE            PIC X(6).
               10  W-AJU-MONTANT         PIC 9(7)V99.
       01  W-IDX-AJU                       PIC 9(4) VALUE 0.

      ***************************************************************
      * BRUTS DES DERNIERES PERIODES DE L'EMPLOYE, DU PLUS ANCIEN AU
      * PLUS RECENT : LA TABLE GLISSE D'UNE CASE QUAND ELLE EST
      * PLEINE, IL N'Y RESTE DONC QUE LES W-NB-PERIODES-MOY DERNIERS.
      ***************************************************************
       01  W-NB-BRUTS                      PIC 99 VALUE 0.
       01  W-TABLE-BRUTS.
           05  W-BRUT-ANTERIEUR          PIC 9(6)V99 OCCURS 12.
       01  W-IDX-BRUT                      PIC 99 VALUE 0.
       01  W-BRUT-A-EMPILER                PIC 9(6)V99 VALUE 0.
       01  W-DERNIERE-ARCHIVEE             PIC 9(8) VALUE 0.

      ***************************************************************
      * HISTORIQUE DE L'ANNEE PRECEDENTE (HISTOPAIE.AAAA, ECRIT PAR
      * TP2-CLOTURE-ANNEE EN ORDRE DE CLE COMME EMPLOYES.DAT : IL EST
      * LU EN PARALLELE DU FICHIER DES EMPLOYES). LA FICHE LUE
      * D'AVANCE ATTEND L'EMPLOYE SUIVANT.
      ***************************************************************
       01  W-NOM-ARCH-HISTOPAIE.
           05  FILLER                    PIC X(10) VALUE "HISTOPAIE.".
           05  W-NAP-ANNEE               PIC 9(4).
       01  W-FICHE-ARCHIVE.
           05  W-FA-CODE                 PIC X(6).
           05  W-FA-DATE-PAIE            PIC 9(8).
           05  FILLER                    PIC X(9).
           05  W-FA-MONTANT-BRUT         PIC 9(6)V99.
           05  FILLER                    PIC X(11).

      ***************************************************************
      * ZONES DE CALCUL DE L'EMPLOYE COURANT
      ***************************************************************
       01  W-BRUT-PERIODE                  PIC 9(6)V99 VALUE 0.
       01  W-TOTAL-BRUTS                   PIC 9(8)V99 VALUE 0.
       01  W-MOYENNE                       PIC 9(6)V99 VALUE 0.
       01  W-ECART                         PIC 9(6)V99 VALUE 0.
       01  W-ECART-PCT                     PIC 9(5)V99 VALUE 0.
       01  W-SENS                          PIC X VALUE SPACE.
       01  W-MONTANT-IMPOT                 PIC 9(6)V99 VALUE 0.
       01  W-MONTANT-PENSION               PIC 9(6)V99 VALUE 0.
       01  W-NET-ESTIME                    PIC S9(7)V99 VALUE 0.
       01  W-MOTIFS.
           05  W-MOTIF-ECART             PIC X.
           05  W-MOTIF-PREMIERE          PIC X.
           05  W-MOTIF-ZERO              PIC X.
           05  W-MOTIF-PLAFOND           PIC X.
       01  W-ACTION                        PIC X(10) VALUE SPACE.

      ***************************************************************
      * COMPTEURS
      ***************************************************************
       01  W-NB-VERIFIES                   PIC 9(7) VALUE 0.
       01  W-NB-SIGNALES                   PIC 9(7) VALUE 0.
       01  W-NB-SIGNALEMENTS               PIC 9(7) VALUE 0.
       01  W-NB-RETENUS                    PIC 9(7) VALUE 0.
       01  W-NET-RETENU                    PIC 9(9)V99 VALUE 0.
       01  W-NB-DEJA-LIBERES               PIC 9(7) VALUE 0.
       01  W-NB-LEVEES                     PIC 9(7) VALUE 0.
       01  W-NB-ANTERIEURES                PIC 9(7) VALUE 0.

      ***************************************************************
      * FICHE DE CONTROLE DE LA CHAINE DE NUIT
      ***************************************************************
           COPY CTLCHN.

      ***************************************************************
      * LIGNES DU RAPPORT
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "VARIATIONS DE PAIE AVANT DEPOT".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-PARAMETRES.
           05  FILLER                    PIC X(9) VALUE "PERIODE:".
           05  W-LP-PERIODE              PIC 9999/99/99.
           05  FILLER                    PIC X(9) VALUE "  SEUIL:".
           05  W-LP-SEUIL                PIC ZZ9.
           05  FILLER                    PIC X(13)
                             VALUE " %  MOYENNE:".
           05  W-LP-NB-PERIODES          PIC Z9.
           05  FILLER                    PIC X(14)
                             VALUE " PER. PLAFOND:".
           05  W-LP-PLAFOND              PIC ZZ,ZZ9.99.

       01  W-LIGNE-ENTETE2.
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(14) VALUE "NOM".
           05  FILLER                    PIC X(10) VALUE "     BRUT".
           05  FILLER                    PIC X(10) VALUE "  MOYENNE".
           05  FILLER                    PIC X(9)  VALUE " ECART %".
           05  FILLER                    PIC X(10) VALUE " NET EST.".
           05  FILLER                    PIC X(10) VALUE "MOTIF".
           05  FILLER                    PIC X(10) VALUE "SUITE".

       01  W-LIGNE-DETAIL.
           05  W-D-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-NOM                   PIC X(13).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-BRUT                  PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-MOYENNE               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-SENS                  PIC X.
           05  W-D-ECART                 PIC ZZZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-NET                   PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-MOTIF                 PIC X(9).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-D-ACTION                PIC X(9).

       01  W-LIGNE-TITRE-ANTERIEURES.
           05  FILLER                    PIC X(50)
                 VALUE "PAIES RETENUES DES PERIODES ANTERIEURES".

       01  W-LIGNE-ANTERIEURE.
           05  W-A-CODE                  PIC X(6).
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-A-PERIODE               PIC 9999/99/99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-A-NET                   PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-A-SUITE                 PIC X(40).

       01  W-LIGNE-TOTAL.
           05  W-T-LIBELLE               PIC X(40).
           05  W-T-NB                    PIC ZZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-T-MONTANT               PIC ZZZ,ZZZ,ZZ9.99.

       01  W-LIGNE-TEXTE.
           05  W-LT-TEXTE                PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           IF W-DATE-PAIE = 0
               DISPLAY "TP2-VARIATIONS - AUCUNE PERIODE PAYEE A "
                       "VERIFIER, EXECUTION REFUSEE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-OUVRIR-FICHIERS
               PERFORM 2000-LIRE-EMPLOYE UNTIL W-IND-FIN-LECTURE = 1
               PERFORM 4000-LISTER-ANTERIEURES
               PERFORM 9000-TERMINER
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INITIALISER LIT LA CARTE PARAMETRE, LES BAREMES, LES
      * RATTRAPAGES EN ATTENTE ET LA PERIODE A VERIFIER.
      ******************************************************************
       1000-INITIALISER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           MOVE SPACE TO W-PARM-VARIATIONS.
           ACCEPT W-PARM-VARIATIONS.
           IF W-PARM-SEUIL-X NUMERIC
           AND W-PARM-SEUIL > 0
               MOVE W-PARM-SEUIL TO W-SEUIL-PCT
           END-IF.
           IF W-PARM-NB-PERIODES-X NUMERIC
           AND W-PARM-NB-PERIODES > 0
               MOVE W-PARM-NB-PERIODES TO W-NB-PERIODES-MOY
           END-IF.
           IF W-NB-PERIODES-MOY > 12
               MOVE 12 TO W-NB-PERIODES-MOY
           END-IF.
           IF W-PARM-PLAFOND-X NUMERIC
           AND W-PARM-PLAFOND > 0
               MOVE W-PARM-PLAFOND TO W-PLAFOND-NET
           END-IF.

           OPEN INPUT FICHIER-BAREMES.
           PERFORM 1100-LIRE-BAREME UNTIL W-IND-FIN-BAREMES = 1.
           CLOSE FICHIER-BAREMES.

           OPEN INPUT FICHIER-AJUSTEMENTS.
           PERFORM 1200-LIRE-AJUSTEMENT
               UNTIL W-IND-FIN-AJUSTEMENTS = 1.
           CLOSE FICHIER-AJUSTEMENTS.

           OPEN INPUT FICHIER-CTLCHAINE.
           PERFORM 1300-LIRE-CONTROLE UNTIL W-IND-FIN-CTLCHAINE = 1.
           CLOSE FICHIER-CTLCHAINE.
           IF W-DATE-PAIE = 0
               OPEN INPUT FICHIER-CALENDRIER
               PERFORM 1350-LIRE-CALENDRIER
                   UNTIL W-IND-FIN-CALENDRIER = 1
               CLOSE FICHIER-CALENDRIER
               MOVE W-DERNIERE-PAYEE TO W-DATE-PAIE
           END-IF.

      ******************************************************************
       1100-LIRE-BAREME.
           READ FICHIER-BAREMES
               AT END MOVE 1 TO W-IND-FIN-BAREMES
           END-READ.
           IF W-IND-FIN-BAREMES = 0
               EVALUATE TRUE
                   WHEN BAR-IMPOT AND W-NB-BANDES < 10
                       ADD 1 TO W-NB-BANDES
                       MOVE BAR-BORNE TO W-BANDE-BORNE(W-NB-BANDES)
                       MOVE BAR-TAUX  TO W-BANDE-TAUX(W-NB-BANDES)
                   WHEN BAR-PENSION
                       MOVE BAR-TAUX  TO W-TAUX-PENSION
                   WHEN BAR-SYNDICAT
                       MOVE BAR-BORNE TO W-COTISATION-SYNDICALE
               END-EVALUATE
           END-IF.

      ******************************************************************
       1200-LIRE-AJUSTEMENT.
           READ FICHIER-AJUSTEMENTS
               AT END MOVE 1 TO W-IND-FIN-AJUSTEMENTS
           END-READ.
           IF W-IND-FIN-AJUSTEMENTS = 0
               IF W-NB-AJUSTEMENTS < 1000
                   ADD 1 TO W-NB-AJUSTEMENTS
                   MOVE AJU-CODE TO W-AJU-CODE(W-NB-AJUSTEMENTS)
                   MOVE AJU-MONTANT
                       TO W-AJU-MONTANT(W-NB-AJUSTEMENTS)
               ELSE
                   DISPLAY "TP2-VARIATIONS - AJUSTEMENTS.DAT DEBORDE "
                           "LA TABLE, NET ESTIME SANS LE RESTE"
                   MOVE 1 TO W-IND-FIN-AJUSTEMENTS
               END-IF
           END-IF.

      ******************************************************************
       1300-LIRE-CONTROLE.
           READ FICHIER-CTLCHAINE INTO FICHE-CONTROLE-CHAINE
               AT END MOVE 1 TO W-IND-FIN-CTLCHAINE
           END-READ.
           IF W-IND-FIN-CTLCHAINE = 0
           AND CTL-PROGRAMME = "TP2-REGISTRE"
           AND CTL-MONTANT2 NOT = 0
               MOVE CTL-MONTANT2 TO W-DATE-PAIE
           END-IF.

      ******************************************************************
       1350-LIRE-CALENDRIER.
           READ FICHIER-CALENDRIER
               AT END MOVE 1 TO W-IND-FIN-CALENDRIER
           END-READ.
           IF W-IND-FIN-CALENDRIER = 0
           AND CAL-DATE-PERIODE NUMERIC
           AND CAL-DATE-PERIODE NOT > W-DATE-AJD
           AND CAL-PERIODE-PAYEE
           AND CAL-DATE-PERIODE > W-DERNIERE-PAYEE
               MOVE CAL-DATE-PERIODE TO W-DERNIERE-PAYEE
           END-IF.

      ******************************************************************
       1500-OUVRIR-FICHIERS.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-HISTORIQUE.
           MOVE W-DATE-PAIE(1:4) TO W-NAP-ANNEE.
           SUBTRACT 1 FROM W-NAP-ANNEE.
           OPEN INPUT FICHIER-ARCH-HISTOPAIE.
           PERFORM 1550-LIRE-ARCHIVE.
           OPEN I-O FICHIER-SUSPENS.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-DATE-PAIE       TO W-LP-PERIODE.
           MOVE W-SEUIL-PCT       TO W-LP-SEUIL.
           MOVE W-NB-PERIODES-MOY TO W-LP-NB-PERIODES.
           MOVE W-PLAFOND-NET     TO W-LP-PLAFOND.
           MOVE W-LIGNE-PARAMETRES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       1550-LIRE-ARCHIVE.
           READ FICHIER-ARCH-HISTOPAIE INTO W-FICHE-ARCHIVE
               AT END MOVE 1 TO W-IND-FIN-ARCH-HISTOPAIE
           END-READ.

      ******************************************************************
      * LES FICHES AU STATUT T (EMPLOYES PARTIS) NE SONT PAS PAYEES
      * ET NE SONT DONC PAS VERIFIEES.
      ******************************************************************
       2000-LIRE-EMPLOYE.
           READ FICHIER-IDX
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
           AND NOT EMPL-TERMINE
               ADD 1 TO W-NB-VERIFIES
               PERFORM 2100-LIRE-BRUT-PERIODE
               PERFORM 2200-CALCULER-MOYENNE
               PERFORM 2300-ESTIMER-NET
               PERFORM 2400-APPLIQUER-CRITERES
               IF W-MOTIFS = SPACE
                   PERFORM 2600-LEVER-RETENUE
               ELSE
                   PERFORM 2500-RETENIR-PAIE
               END-IF
           END-IF.

      ******************************************************************
      * 2100-LIRE-BRUT-PERIODE : SANS FICHE D'HISTORIQUE POUR LA
      * PERIODE, L'EMPLOYE ACTIF N'A RIEN TOUCHE - BRUT A ZERO.
      ******************************************************************
       2100-LIRE-BRUT-PERIODE.
           MOVE EMPL-CODE   TO HIST-CODE.
           MOVE W-DATE-PAIE TO HIST-DATE-PAIE.
           READ FICHIER-HISTORIQUE
               INVALID KEY
                   MOVE 0 TO W-BRUT-PERIODE
               NOT INVALID KEY
                   MOVE HIST-MONTANT-BRUT TO W-BRUT-PERIODE
           END-READ.

      ******************************************************************
      * 2200-CALCULER-MOYENNE PREND D'ABORD LES BRUTS DE L'EMPLOYE
      * DANS L'ARCHIVE DE L'ANNEE PRECEDENTE, PUIS PARCOURT SON
      * HISTORIQUE (CLE EMPLOYE + DATE, DONC EN ORDRE CHRONOLOGIQUE)
      * JUSQU'A LA PERIODE VERIFIEE EXCLUSIVEMENT, ET FAIT LA MOYENNE
      * DES W-NB-PERIODES-MOY DERNIERS BRUTS : LES PERIODES ARCHIVEES
      * NE COMPTENT QUE SI HISTOPAIE.DAT N'EN A PAS ASSEZ.
      ******************************************************************
       2200-CALCULER-MOYENNE.
           MOVE 0 TO W-NB-BRUTS.
           MOVE 0 TO W-TOTAL-BRUTS.
           MOVE 0 TO W-MOYENNE.
           MOVE 0 TO W-DERNIERE-ARCHIVEE.
           PERFORM 2240-LIRE-ARCHIVE-EMPLOYE
               UNTIL W-IND-FIN-ARCH-HISTOPAIE = 1
               OR W-FA-CODE > EMPL-CODE.
           MOVE 0 TO W-IND-FIN-HISTORIQUE.
           MOVE EMPL-CODE TO HIST-CODE.
           MOVE 0         TO HIST-DATE-PAIE.
           START FICHIER-HISTORIQUE KEY NOT < HIST-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-START.
           PERFORM 2210-LIRE-HISTORIQUE
               UNTIL W-IND-FIN-HISTORIQUE = 1.
           PERFORM 2230-ADDITIONNER-BRUT
               VARYING W-IDX-BRUT FROM 1 BY 1
               UNTIL W-IDX-BRUT > W-NB-BRUTS.
           IF W-NB-BRUTS > 0
               COMPUTE W-MOYENNE ROUNDED = W-TOTAL-BRUTS / W-NB-BRUTS
           END-IF.

      ******************************************************************
       2210-LIRE-HISTORIQUE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-READ.
           IF W-IND-FIN-HISTORIQUE = 0
               IF HIST-CODE NOT = EMPL-CODE
               OR HIST-DATE-PAIE NOT < W-DATE-PAIE
                   MOVE 1 TO W-IND-FIN-HISTORIQUE
               ELSE
                   IF HIST-DATE-PAIE > W-DERNIERE-ARCHIVEE
                       MOVE HIST-MONTANT-BRUT TO W-BRUT-A-EMPILER
                       PERFORM 2215-EMPILER-BRUT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       2215-EMPILER-BRUT.
           IF W-NB-BRUTS < W-NB-PERIODES-MOY
               ADD 1 TO W-NB-BRUTS
           ELSE
               PERFORM 2220-GLISSER-BRUT
                   VARYING W-IDX-BRUT FROM 1 BY 1
                   UNTIL W-IDX-BRUT NOT < W-NB-BRUTS
           END-IF.
           MOVE W-BRUT-A-EMPILER TO W-BRUT-ANTERIEUR(W-NB-BRUTS).

      ******************************************************************
       2220-GLISSER-BRUT.
           MOVE W-BRUT-ANTERIEUR(W-IDX-BRUT + 1)
               TO W-BRUT-ANTERIEUR(W-IDX-BRUT).

      ******************************************************************
       2230-ADDITIONNER-BRUT.
           ADD W-BRUT-ANTERIEUR(W-IDX-BRUT) TO W-TOTAL-BRUTS.

      ******************************************************************
      * 2240-LIRE-ARCHIVE-EMPLOYE AVANCE DANS L'ARCHIVE JUSQU'A
      * L'EMPLOYE COURANT ET EMPILE SES BRUTS. LES FICHES DES CODES
      * SAUTES (EMPLOYES PARTIS) SONT IGNOREES. UNE PERIODE ENCORE
      * PRESENTE DANS HISTOPAIE.DAT (FERMETURE INTERROMPUE AVANT LE
      * RETRAIT) N'EST PAS COMPTEE DEUX FOIS : SEULES LES FICHES
      * POSTERIEURES A LA DERNIERE PERIODE ARCHIVEE Y SONT PRISES.
      ******************************************************************
       2240-LIRE-ARCHIVE-EMPLOYE.
           IF W-FA-CODE = EMPL-CODE
           AND W-FA-DATE-PAIE NUMERIC
           AND W-FA-DATE-PAIE < W-DATE-PAIE
               MOVE W-FA-MONTANT-BRUT TO W-BRUT-A-EMPILER
               PERFORM 2215-EMPILER-BRUT
               MOVE W-FA-DATE-PAIE TO W-DERNIERE-ARCHIVEE
           END-IF.
           PERFORM 1550-LIRE-ARCHIVE.

      ******************************************************************
      * 2300-ESTIMER-NET APPLIQUE LES BAREMES COMME TP2-PAIE-NETTE
      * (TAUX D'IMPOT DE LA PREMIERE BANDE DONT LA BORNE ATTEINT LE
      * BRUT, SINON CELUI DE LA DERNIERE) ET AJOUTE LES RATTRAPAGES
      * EN ATTENTE DE L'EMPLOYE.
      ******************************************************************
       2300-ESTIMER-NET.
           MOVE 0 TO W-TAUX-IMPOT.
           MOVE 0 TO W-IND-BANDE-TROUVEE.
           MOVE 1 TO W-IDX-BANDE.
           PERFORM 2310-CHERCHER-BANDE
               UNTIL W-IDX-BANDE > W-NB-BANDES
               OR W-IND-BANDE-TROUVEE = 1.
           IF W-IND-BANDE-TROUVEE = 0 AND W-NB-BANDES > 0
               MOVE W-BANDE-TAUX(W-NB-BANDES) TO W-TAUX-IMPOT
           END-IF.
           COMPUTE W-MONTANT-IMPOT ROUNDED =
                   W-BRUT-PERIODE * W-TAUX-IMPOT / 100.
           COMPUTE W-MONTANT-PENSION ROUNDED =
                   W-BRUT-PERIODE * W-TAUX-PENSION / 100.
           COMPUTE W-NET-ESTIME = W-BRUT-PERIODE - W-MONTANT-IMPOT
                   - W-MONTANT-PENSION - W-COTISATION-SYNDICALE.
           IF W-NET-ESTIME < 0
               MOVE 0 TO W-NET-ESTIME
           END-IF.
           PERFORM 2320-AJOUTER-AJUSTEMENT
               VARYING W-IDX-AJU FROM 1 BY 1
               UNTIL W-IDX-AJU > W-NB-AJUSTEMENTS.

      ******************************************************************
       2310-CHERCHER-BANDE.
           IF W-BRUT-PERIODE NOT > W-BANDE-BORNE(W-IDX-BANDE)
               MOVE W-BANDE-TAUX(W-IDX-BANDE) TO W-TAUX-IMPOT
               MOVE 1 TO W-IND-BANDE-TROUVEE
           ELSE
               ADD 1 TO W-IDX-BANDE
           END-IF.

      ******************************************************************
       2320-AJOUTER-AJUSTEMENT.
           IF W-AJU-CODE(W-IDX-AJU) = EMPL-CODE
               ADD W-AJU-MONTANT(W-IDX-AJU) TO W-NET-ESTIME
           END-IF.

      ******************************************************************
      * 2400-APPLIQUER-CRITERES POSE LES QUATRE MOTIFS. L'ECART N'EST
      * MESURE QUE S'IL Y A UNE MOYENNE ET UN BRUT : UN BRUT A ZERO
      * EST DEJA SIGNALE COMME TEL, ET SANS HISTORIQUE (NI DANS
      * HISTOPAIE.DAT NI DANS L'ARCHIVE DE L'ANNEE PRECEDENTE) C'EST
      * UNE PREMIERE PAIE.
      ******************************************************************
       2400-APPLIQUER-CRITERES.
           MOVE SPACE TO W-MOTIFS.
           MOVE SPACE TO W-SENS.
           MOVE 0     TO W-ECART-PCT.
           IF W-BRUT-PERIODE = 0
               MOVE "Z" TO W-MOTIF-ZERO
           END-IF.
           IF W-NB-BRUTS = 0
           AND W-BRUT-PERIODE > 0
               MOVE "P" TO W-MOTIF-PREMIERE
           END-IF.
           IF W-MOYENNE > 0
           AND W-BRUT-PERIODE > 0
               IF W-BRUT-PERIODE < W-MOYENNE
                   COMPUTE W-ECART = W-MOYENNE - W-BRUT-PERIODE
                   MOVE "-" TO W-SENS
               ELSE
                   COMPUTE W-ECART = W-BRUT-PERIODE - W-MOYENNE
                   MOVE "+" TO W-SENS
               END-IF
               COMPUTE W-ECART-PCT ROUNDED =
                       W-ECART * 100 / W-MOYENNE
                   ON SIZE ERROR MOVE 99999.99 TO W-ECART-PCT
               END-COMPUTE
               IF W-ECART-PCT > W-SEUIL-PCT
                   MOVE "E" TO W-MOTIF-ECART
               END-IF
           END-IF.
           IF W-NET-ESTIME > W-PLAFOND-NET
               MOVE "N" TO W-MOTIF-PLAFOND
           END-IF.

      ******************************************************************
      * 2500-RETENIR-PAIE INSCRIT L'EMPLOYE AU FICHIER DES PAIES
      * RETENUES. EN REPRISE DE LA PERIODE, UNE FICHE DEJA LIBEREE
      * OU VERSEE GARDE SON STATUT (LA DECISION DE L'OPERATEUR N'EST
      * PAS DEFAITE); SEULS LES MONTANTS ET LES MOTIFS SONT MIS A
      * JOUR.
      ******************************************************************
       2500-RETENIR-PAIE.
           ADD 1 TO W-NB-SIGNALES.
           MOVE EMPL-CODE   TO SUS-CODE.
           MOVE W-DATE-PAIE TO SUS-DATE-PAIE.
           READ FICHIER-SUSPENS
               INVALID KEY
                   MOVE SPACE TO SUS-OPERATEUR
                   MOVE SPACE TO SUS-HORO-LIBERATION
                   MOVE 0     TO SUS-PERIODE-VERSEMENT
                   MOVE "R"   TO SUS-STATUT
           END-READ.
           MOVE W-MOTIF-ECART    TO SUS-MOTIF-ECART.
           MOVE W-MOTIF-PREMIERE TO SUS-MOTIF-PREMIERE.
           MOVE W-MOTIF-ZERO     TO SUS-MOTIF-ZERO.
           MOVE W-MOTIF-PLAFOND  TO SUS-MOTIF-PLAFOND.
           MOVE W-BRUT-PERIODE   TO SUS-BRUT.
           MOVE W-MOYENNE        TO SUS-MOYENNE.
           MOVE W-ECART-PCT      TO SUS-ECART-PCT.
           MOVE W-SENS           TO SUS-SENS.
           MOVE W-NET-ESTIME     TO SUS-NET-ESTIME.
           WRITE FICHE-SUSPENS
               INVALID KEY
                   REWRITE FICHE-SUSPENS
           END-WRITE.
           EVALUATE TRUE
               WHEN SUS-LIBEREE
                   MOVE "LIBEREE" TO W-ACTION
                   ADD 1 TO W-NB-DEJA-LIBERES
               WHEN SUS-VERSEE
                   MOVE "VERSEE" TO W-ACTION
                   ADD 1 TO W-NB-DEJA-LIBERES
               WHEN OTHER
                   MOVE "RETENUE" TO W-ACTION
                   ADD 1 TO W-NB-RETENUS
                   ADD W-NET-ESTIME TO W-NET-RETENU
           END-EVALUATE.
           MOVE SPACE TO W-LIGNE-DETAIL.
           MOVE EMPL-CODE      TO W-D-CODE.
           MOVE EMPL-NOM       TO W-D-NOM.
           MOVE W-BRUT-PERIODE TO W-D-BRUT.
           MOVE W-MOYENNE      TO W-D-MOYENNE.
           MOVE W-SENS         TO W-D-SENS.
           MOVE W-ECART-PCT    TO W-D-ECART.
           MOVE W-NET-ESTIME   TO W-D-NET.
           MOVE W-ACTION       TO W-D-ACTION.
           IF W-MOTIF-ECART NOT = SPACE
               MOVE "ECART" TO W-D-MOTIF
               PERFORM 2550-ECRIRE-SIGNALEMENT
           END-IF.
           IF W-MOTIF-PREMIERE NOT = SPACE
               MOVE "1RE PAIE" TO W-D-MOTIF
               PERFORM 2550-ECRIRE-SIGNALEMENT
           END-IF.
           IF W-MOTIF-ZERO NOT = SPACE
               MOVE "BRUT ZERO" TO W-D-MOTIF
               PERFORM 2550-ECRIRE-SIGNALEMENT
           END-IF.
           IF W-MOTIF-PLAFOND NOT = SPACE
               MOVE "PLAFOND" TO W-D-MOTIF
               PERFORM 2550-ECRIRE-SIGNALEMENT
           END-IF.

      ******************************************************************
       2550-ECRIRE-SIGNALEMENT.
           ADD 1 TO W-NB-SIGNALEMENTS.
           MOVE W-LIGNE-DETAIL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 2600-LEVER-RETENUE : EN REPRISE, UN EMPLOYE RETENU A LA
      * PREMIERE EXECUTION MAIS QUI N'EST PLUS SIGNALE (HEURES OU
      * TAUX CORRIGES ENTRE-TEMPS) N'A PLUS DE RAISON D'ETRE RETENU.
      ******************************************************************
       2600-LEVER-RETENUE.
           MOVE EMPL-CODE   TO SUS-CODE.
           MOVE W-DATE-PAIE TO SUS-DATE-PAIE.
           READ FICHIER-SUSPENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUS-RETENUE
                       DELETE FICHIER-SUSPENS RECORD
                       ADD 1 TO W-NB-LEVEES
                   END-IF
           END-READ.

      ******************************************************************
      * 4000-LISTER-ANTERIEURES RAPPELLE LES PAIES RETENUES DES
      * PERIODES PRECEDENTES QUI N'ONT PAS ENCORE ETE VERSEES :
      * ENCORE RETENUES, OU LIBEREES ET EN ATTENTE DE LA PROCHAINE
      * PAIE NETTE.
      ******************************************************************
       4000-LISTER-ANTERIEURES.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-TITRE-ANTERIEURES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE LOW-VALUES TO SUS-CLE.
           START FICHIER-SUSPENS KEY NOT < SUS-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-SUSPENS
           END-START.
           PERFORM 4100-LIRE-SUSPENS UNTIL W-IND-FIN-SUSPENS = 1.
           IF W-NB-ANTERIEURES = 0
               MOVE "  (AUCUNE)" TO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      ******************************************************************
       4100-LIRE-SUSPENS.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-SUSPENS
           END-READ.
           IF W-IND-FIN-SUSPENS = 0
           AND SUS-DATE-PAIE < W-DATE-PAIE
           AND NOT SUS-VERSEE
               ADD 1 TO W-NB-ANTERIEURES
               MOVE SUS-CODE       TO W-A-CODE
               MOVE SUS-DATE-PAIE  TO W-A-PERIODE
               MOVE SUS-NET-ESTIME TO W-A-NET
               MOVE SPACE          TO W-A-SUITE
               IF SUS-LIBEREE
                   STRING "LIBEREE PAR " DELIMITED BY SIZE
                          SUS-OPERATEUR DELIMITED BY SIZE
                          " - A VERSER" DELIMITED BY SIZE
                          INTO W-A-SUITE
               ELSE
                   MOVE "TOUJOURS RETENUE" TO W-A-SUITE
               END-IF
               MOVE W-LIGNE-ANTERIEURE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      ******************************************************************
       9000-TERMINER.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "EMPLOYES ACTIFS VERIFIES" TO W-T-LIBELLE.
           MOVE W-NB-VERIFIES TO W-T-NB.
           MOVE 0             TO W-T-MONTANT.
           PERFORM 9100-ECRIRE-TOTAL.
           MOVE "EMPLOYES SIGNALES" TO W-T-LIBELLE.
           MOVE W-NB-SIGNALES TO W-T-NB.
           PERFORM 9100-ECRIRE-TOTAL.
           MOVE "SIGNALEMENTS" TO W-T-LIBELLE.
           MOVE W-NB-SIGNALEMENTS TO W-T-NB.
           PERFORM 9100-ECRIRE-TOTAL.
           MOVE "PAIES RETENUES (NET ESTIME)" TO W-T-LIBELLE.
           MOVE W-NB-RETENUS TO W-T-NB.
           MOVE W-NET-RETENU TO W-T-MONTANT.
           PERFORM 9100-ECRIRE-TOTAL.
           MOVE "DEJA LIBEREES OU VERSEES (REPRISE)" TO W-T-LIBELLE.
           MOVE W-NB-DEJA-LIBERES TO W-T-NB.
           MOVE 0                 TO W-T-MONTANT.
           PERFORM 9100-ECRIRE-TOTAL.
           MOVE "RETENUES LEVEES (PLUS SIGNALEES)" TO W-T-LIBELLE.
           MOVE W-NB-LEVEES TO W-T-NB.
           PERFORM 9100-ECRIRE-TOTAL.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-HISTORIQUE.
           CLOSE FICHIER-ARCH-HISTOPAIE.
           CLOSE FICHIER-SUSPENS.
           CLOSE FICHIER-RAPPORT.
           PERFORM 9500-ECRIRE-CONTROLE.
           DISPLAY "TP2-VARIATIONS - " W-NB-RETENUS
                   " PAIE(S) RETENUE(S), VOIR VARIATIONS.LIS".

      ******************************************************************
       9100-ECRIRE-TOTAL.
           MOVE W-LIGNE-TOTAL TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 9500-ECRIRE-CONTROLE AJOUTE LA FICHE DE LA VERIFICATION A
      * CONTROLE.DAT : NB1 = EMPLOYES VERIFIES, NB2 = EMPLOYES
      * SIGNALES, NB3 = PAIES RETENUES, MONTANT = NET ESTIME RETENU,
      * MONTANT2 = PERIODE VERIFIEE.
      ******************************************************************
       9500-ECRIRE-CONTROLE.
           MOVE SPACE TO CTL-PROGRAMME.
           MOVE 0 TO CTL-NB1 CTL-NB2 CTL-NB3 CTL-MONTANT
                     CTL-MONTANT2.
           MOVE "TP2-VARIATIONS" TO CTL-PROGRAMME.
           MOVE W-NB-VERIFIES    TO CTL-NB1.
           MOVE W-NB-SIGNALES    TO CTL-NB2.
           MOVE W-NB-RETENUS     TO CTL-NB3.
           MOVE W-NET-RETENU     TO CTL-MONTANT.
           MOVE W-DATE-PAIE      TO CTL-MONTANT2.
           OPEN EXTEND FICHIER-CTLCHAINE.
           MOVE FICHE-CONTROLE-CHAINE TO LIGNE-CTLCHAINE.
           WRITE LIGNE-CTLCHAINE.
           CLOSE FICHIER-CTLCHAINE.
