       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-ANNULATION.

      ***************************************************************
      * PROGRAMME BATCH - ANNULATION D'UNE PERIODE DE PAIE PASSEE
      * QUAND UNE PERIODE A ETE PAYEE A TORT (RETOUR.DAT ERRONE,
      * MAUVAIS TAUX), CE PROGRAMME LA DEFAIT DE BOUT EN BOUT AU
      * LIEU D'UNE CORRECTION DES FICHIERS A LA MAIN. LA DATE DE LA
      * PERIODE (AAAAMMJJ) EST LUE SUR LA CARTE PARAMETRE ET EST
      * OBLIGATOIRE. L'ANNULATION SE FAIT SUR LES FICHIERS DE LA
      * NUIT OU LA PERIODE A ETE PAYEE : ELLE EST REFUSEE, SANS
      * RIEN TOUCHER, SI CONTROLE.DAT NE PORTE PLUS LA FICHE DE
      * TP2-REGISTRE DE CETTE PERIODE (UNE CHAINE A TOURNE DEPUIS ET
      * GRANDLIVRE.DAT, DEPOT.DAT ET CHEQUES.LIS ONT ETE REMPLACES),
      * SI LA PERIODE N'EST PAS PAYEE AU CALENDRIER (STATUT P OU R)
      * OU SI ELLE A DEJA ETE ANNULEE. SINON, DANS L'ORDRE :
      *   - LISTE DE RAPPEL (RAPPEL.LIS) : CHAQUE FICHE D DE
      *     DEPOT.DAT ET CHAQUE LIGNE DE CHEQUES.LIS DONT L'EMPLOYE
      *     A UNE FICHE DE HISTONET.DAT A CETTE DATE, PAYEE DE CE
      *     MODE - LES DEUX FICHIERS NE PORTANT PAS DE DATE, C'EST
      *     L'HISTORIQUE QUI PROUVE QU'ILS SONT DE LA PERIODE
      *   - RETRAIT DES FICHES DE LA PERIODE DE HISTOPAIE.DAT,
      *     HISTONET.DAT ET HISTORET.DAT, RECOPIEES D'ABORD DANS LE
      *     FICHIER D'ANNULATION (ANNULPAIE.DAT, GABARIT ANNPAIE).
      *     LE RATTRAPAGE RETROACTIF VERSE AVEC LE NET
      *     (HNET-AJUSTEMENT) EST REMIS EN ATTENTE DANS
      *     AJUSTEMENTS.DAT, ET CHAQUE RETENUE PROPRE A L'EMPLOYE
      *     PRELEVEE EST RETIREE DU CUMUL DE RETENUES.DAT (LA
      *     RETENUE REDEVIENT ACTIVE)
      *   - PAIES RETENUES (SUSPENS.DAT) : LES RETENUES DE LA PERIODE
      *     SONT RETIREES (LEUR NET N'EST JAMAIS PARTI ET N'EST PAS
      *     A RAPPELER). UNE PAIE D'UNE PERIODE PRECEDENTE, LIBEREE
      *     ET VERSEE PAR LA PAIE NETTE DE LA PERIODE ANNULEE, EST
      *     RAPPELEE AVEC LES AUTRES (MODE DEP-LIB OU CHQ-LIB SUR LA
      *     LISTE) PUIS REMISE AU STATUT L, SA FICHE DE HISTONET.DAT
      *     REVENANT AU MODE S : LA PROCHAINE PAIE NETTE LA VERSERA
      *   - COORDONNEES BANCAIRES (COORDBANC.DAT) : UNE FICHE DONT LE
      *     PREMIER VERSEMENT APRES UN CHANGEMENT APPROUVE A ETE FAIT
      *     PAR CHEQUE A LA PERIODE ANNULEE (C) REVIENT A P - LE
      *     VERSEMENT DE REMPLACEMENT SE FERA ENCORE PAR CHEQUE
      *   - ECRITURES INVERSES (ANNULGL.DAT, FORMAT ECRITGL) : CHAQUE
      *     LIGNE DU GRANDLIVRE.DAT DE LA NUIT, DEBIT ET CREDIT
      *     INTERVERTIS, DATEE DU JOUR DE L'ANNULATION. SI LA CHAINE
      *     S'EST ARRETEE AVANT TP2-GRAND-LIVRE, RIEN N'A ETE PASSE
      *     ET RIEN N'EST ANNULE
      *   - REMISE DE LA PERIODE A PAYER (STATUT BLANC) DANS
      *     CALENDRIER.DAT : LA PROCHAINE CHAINE LA REPAIERA
      * LE RAPPORT (ANNUL.LIS) RECOUPE LES FICHES ET LE BRUT RETIRES
      * DE HISTOPAIE.DAT AVEC LA FICHE DE TP2-REGISTRE, LES
      * ECRITURES INVERSES AVEC LA FICHE DE TP2-GRAND-LIVRE, ET LES
      * NETS RETIRES AVEC LA LISTE DE RAPPEL. UN ECART EST SIGNALE
      * (CODE RETOUR 4) MAIS N'ARRETE PAS L'ANNULATION. LE PROGRAMME
      * AJOUTE SA PROPRE FICHE A CONTROLE.DAT.
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

           SELECT OPTIONAL FICHIER-CALENDRIER
                  ASSIGN TO "CALENDRIER.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CALENDRIER.

           SELECT OPTIONAL FICHIER-CTLCHAINE
                  ASSIGN TO "CONTROLE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CTLCHAINE.

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

           SELECT OPTIONAL FICHIER-HISTORET
                  ASSIGN TO "HISTORET.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           HRET-CLE
                  FILE STATUS          W-STATUT-HISTORET.

           SELECT OPTIONAL FICHIER-RETENUES
                  ASSIGN TO "RETENUES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           RTN-CLE
                  FILE STATUS          W-STATUT-RETENUES.

           SELECT OPTIONAL FICHIER-AJUSTEMENTS
                  ASSIGN TO "AJUSTEMENTS.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-AJUSTEMENTS.

           SELECT OPTIONAL FICHIER-DEPOT
                  ASSIGN TO "DEPOT.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-DEPOT.

           SELECT OPTIONAL FICHIER-CHEQUES
                  ASSIGN TO "CHEQUES.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CHEQUES.

           SELECT OPTIONAL FICHIER-ECRITURES
                  ASSIGN TO "GRANDLIVRE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ECRITURES.

           SELECT OPTIONAL FICHIER-SUSPENS
                  ASSIGN TO "SUSPENS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           SUS-CLE
                  FILE STATUS          W-STATUT-SUSPENS.

           SELECT OPTIONAL FICHIER-COORDONNEES
                  ASSIGN TO "COORDBANC.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           CB-CODE
                  FILE STATUS          W-STATUT-COORDONNEES.

           SELECT FICHIER-ANNULGL  ASSIGN TO "ANNULGL.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ANNULGL.

           SELECT OPTIONAL FICHIER-ANNULATION
                  ASSIGN TO "ANNULPAIE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ANNULATION.

           SELECT FICHIER-RAPPEL   ASSIGN TO "RAPPEL.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPEL.

           SELECT FICHIER-RAPPORT  ASSIGN TO "ANNUL.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-CALENDRIER.
           COPY CALPAIE.

       FD  FICHIER-CTLCHAINE.
       01  LIGNE-CTLCHAINE                 PIC X(63).

       FD  FICHIER-HISTORIQUE.
           COPY HISTPAIE.

       FD  FICHIER-HISTONET.
           COPY HISTNET.

       FD  FICHIER-HISTORET.
           COPY HISTRET.

       FD  FICHIER-RETENUES.
           COPY RETEMPL.

       FD  FICHIER-AJUSTEMENTS.
           COPY AJUSTRET.

       FD  FICHIER-DEPOT.
       01  LIGNE-DEPOT                     PIC X(40).

       FD  FICHIER-CHEQUES.
       01  LIGNE-CHEQUES                   PIC X(80).

       FD  FICHIER-ECRITURES.
       01  LIGNE-ECRITURE                  PIC X(60).

       FD  FICHIER-SUSPENS.
           COPY SUSPAIE.

       FD  FICHIER-COORDONNEES.
           COPY COORBANC.

       FD  FICHIER-ANNULGL.
       01  LIGNE-ANNULGL                   PIC X(60).

       FD  FICHIER-ANNULATION.
           COPY ANNPAIE.

       FD  FICHIER-RAPPEL.
       01  LIGNE-RAPPEL                    PIC X(80).

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(80).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-CALENDRIER             PIC 99.
       01  W-STATUT-CTLCHAINE              PIC 99.
       01  W-STATUT-HISTORIQUE             PIC 99.
       01  W-STATUT-HISTONET               PIC 99.
       01  W-STATUT-HISTORET               PIC 99.
       01  W-STATUT-RETENUES               PIC 99.
       01  W-STATUT-AJUSTEMENTS            PIC 99.
       01  W-STATUT-DEPOT                  PIC 99.
       01  W-STATUT-CHEQUES                PIC 99.
       01  W-STATUT-ECRITURES              PIC 99.
       01  W-STATUT-SUSPENS                PIC 99.
       01  W-STATUT-COORDONNEES            PIC 99.
       01  W-STATUT-ANNULGL                PIC 99.
       01  W-STATUT-ANNULATION             PIC 99.
       01  W-STATUT-RAPPEL                 PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-CALENDRIER            PIC 9 VALUE 0.
       01  W-IND-FIN-CTLCHAINE             PIC 9 VALUE 0.
       01  W-IND-FIN-HISTORIQUE            PIC 9 VALUE 0.
       01  W-IND-FIN-HISTONET              PIC 9 VALUE 0.
       01  W-IND-FIN-HISTORET              PIC 9 VALUE 0.
       01  W-IND-FIN-DEPOT                 PIC 9 VALUE 0.
       01  W-IND-FIN-CHEQUES               PIC 9 VALUE 0.
       01  W-IND-FIN-ECRITURES             PIC 9 VALUE 0.
       01  W-IND-FIN-SUSPENS               PIC 9 VALUE 0.
       01  W-IND-FIN-COORDONNEES           PIC 9 VALUE 0.

      ***************************************************************
      * PERIODE A ANNULER ET REFUS D'EXECUTION
      ***************************************************************
       01  W-PARM-PERIODE-X                PIC X(8) VALUE SPACE.
       01  W-DATE-ANNULEE                  PIC 9(8) VALUE 0.
       01  W-DATE-AJD                      PIC 9(8).
       01  W-IND-REFUS                     PIC 9 VALUE 0.
       01  W-CODE-REFUS                    PIC 99 VALUE 8.
       01  W-MESSAGE-REFUS                 PIC X(60) VALUE SPACE.
       01  W-IND-ECART                     PIC 9 VALUE 0.

      ***************************************************************
      * CALENDRIER DES PERIODES, CHARGE EN TABLE COMME LE FAIT
      * TP2-REGISTRE ET REECRIT AU COMPLET AVEC LA PERIODE REMISE A
      * PAYER. UN CALENDRIER QUI DEBORDE LA TABLE FAIT REFUSER
      * L'EXECUTION (LA REECRITURE PERDRAIT DES FICHES).
      ***************************************************************
       01  W-NB-PERIODES                   PIC 9(3) VALUE 0.
       01  W-TABLE-CALENDRIER.
           05  W-CAL OCCURS 120.
               10  W-CAL-DATE            PIC 9(8).
               10  W-CAL-STATUT          PIC X.
       01  W-IDX-CAL                       PIC 9(3) VALUE 0.
       01  W-PERIODE-TROUVEE               PIC 9(3) VALUE 0.
       01  W-IND-CAL-DEBORDEMENT           PIC 9 VALUE 0.

      ***************************************************************
      * FICHES DE CONTROLE DE LA NUIT DE LA PERIODE : REGISTRE, PUIS
      * GRAND LIVRE S'IL A TOURNE APRES LUI
      ***************************************************************
       01  W-IND-REG-VU                    PIC 9 VALUE 0.
       01  W-REG-NB                        PIC 9(7) VALUE 0.
       01  W-REG-MONTANT                   PIC 9(9)V99 VALUE 0.
       01  W-IND-GL-VU                     PIC 9 VALUE 0.
       01  W-GL-NB                         PIC 9(7) VALUE 0.
       01  W-GL-DEBITS                     PIC 9(9)V99 VALUE 0.
       01  W-GL-CREDITS                    PIC 9(9)V99 VALUE 0.
       01  W-IND-DEJA-ANNULEE              PIC 9 VALUE 0.

      ***************************************************************
      * PAIES LIBEREES VERSEES PAR LA PAIE NETTE DE LA PERIODE
      * ANNULEE (SUSPENS.DAT, STATUT V), AVEC LE NET ET LE MODE DE
      * LEUR FICHE DE HISTONET.DAT. UN EMPLOYE PEUT AVOIR DANS
      * DEPOT.DAT OU CHEQUES.LIS SA PAIE DE LA PERIODE PUIS UNE OU
      * PLUSIEURS PAIES LIBEREES, ECRITES APRES ELLE : W-LIB-REG-VU
      * DIT QUE SA PAIE DE LA PERIODE A DEJA ETE RAPPELEE, W-LIB-PRIS
      * QUE CETTE PAIE LIBEREE L'A ETE. UNE TABLE QUI DEBORDE FAIT
      * REFUSER L'EXECUTION.
      ***************************************************************
       01  W-NB-LIBERES                    PIC 9(3) VALUE 0.
       01  W-TABLE-LIBERES.
           05  W-LIB OCCURS 500.
               10  W-LIB-CODE            PIC X(6).
               10  W-LIB-MODE            PIC X.
               10  W-LIB-NET             PIC 9(7)V99.
               10  W-LIB-PRIS            PIC 9.
               10  W-LIB-REG-VU          PIC 9.
       01  W-IDX-LIB                       PIC 9(3) VALUE 0.
       01  W-LIB-TROUVE                    PIC 9(3) VALUE 0.
       01  W-CODE-RECHERCHE                PIC X(6).
       01  W-MODE-RECHERCHE                PIC X.
       01  W-IND-LIB-DEBORDEMENT           PIC 9 VALUE 0.
       01  W-TOTAL-LIBERES                 PIC 9(9)V99 VALUE 0.

      ***************************************************************
      * ACCUMULATEURS DE L'ANNULATION
      ***************************************************************
       01  W-NB-HIST-RETIRES               PIC 9(7) VALUE 0.
       01  W-BRUT-RETIRE                   PIC 9(9)V99 VALUE 0.
       01  W-NB-HNET-RETIRES               PIC 9(7) VALUE 0.
       01  W-NET-RETIRE                    PIC 9(9)V99 VALUE 0.
       01  W-NB-HRET-RETIRES               PIC 9(7) VALUE 0.
       01  W-RETENUES-RETIREES             PIC 9(9)V99 VALUE 0.
       01  W-NB-RETENUES-RETABLIES         PIC 9(7) VALUE 0.
       01  W-NB-AJUSTEMENTS                PIC 9(7) VALUE 0.
       01  W-TOTAL-AJUSTEMENTS             PIC 9(9)V99 VALUE 0.
       01  W-NB-RAPPEL-DEPOTS              PIC 9(7) VALUE 0.
       01  W-RAPPEL-DEPOTS                 PIC 9(9)V99 VALUE 0.
       01  W-NB-RAPPEL-CHEQUES             PIC 9(7) VALUE 0.
       01  W-RAPPEL-CHEQUES                PIC 9(9)V99 VALUE 0.
       01  W-NB-RAPPEL-LIBERES             PIC 9(7) VALUE 0.
       01  W-RAPPEL-LIBERES                PIC 9(9)V99 VALUE 0.
       01  W-NB-NETS-RETENUS               PIC 9(7) VALUE 0.
       01  W-NETS-RETENUS                  PIC 9(9)V99 VALUE 0.
       01  W-NB-SUSPENS-RETIRES            PIC 9(7) VALUE 0.
       01  W-NB-LIBERES-REMIS              PIC 9(7) VALUE 0.
       01  W-NB-COMPTES-REMIS              PIC 9(7) VALUE 0.
       01  W-NB-NON-RETROUVES              PIC S9(7) VALUE 0.
       01  W-NON-RETROUVES                 PIC S9(9)V99 VALUE 0.
       01  W-NB-ECRITURES-ORIG             PIC 9(7) VALUE 0.
       01  W-ORIG-DEBITS                   PIC 9(9)V99 VALUE 0.
       01  W-ORIG-CREDITS                  PIC 9(9)V99 VALUE 0.
       01  W-NB-ECRITURES-ANNUL            PIC 9(7) VALUE 0.
       01  W-ANNUL-DEBITS                  PIC 9(9)V99 VALUE 0.
       01  W-ANNUL-CREDITS                 PIC 9(9)V99 VALUE 0.
       01  W-LIBELLE-ORIGINE               PIC X(30).
       01  W-IND-HNET-TROUVE               PIC 9 VALUE 0.

      ***************************************************************
      * FICHE DE CONTROLE DE LA CHAINE DE NUIT
      ***************************************************************
           COPY CTLCHN.

      ***************************************************************
      * LIGNE D'ECRITURE COMPTABLE (LUE ET INVERSEE)
      ***************************************************************
           COPY ECRITGL.

      ***************************************************************
      * FICHE DU FICHIER DE DEPOT ET LIGNE DE DETAIL DE LA LISTE DES
      * CHEQUES DE TP2-PAIE-NETTE, RELUES POUR LE RAPPEL
      ***************************************************************
           COPY DEPBANQ.

       01  W-LIGNE-CHEQUE-LUE.
           05  W-CL-CODE                 PIC X(6).
           05  FILLER                    PIC X(2).
           05  W-CL-NOM                  PIC X(20).
           05  FILLER                    PIC X(52).

      ***************************************************************
      * LIGNES DE LA LISTE DE RAPPEL
      ***************************************************************
       01  W-LIGNE-RAPPEL-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "PAIEMENTS A RAPPELER".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-RE-DATE                 PIC 9999/99/99.

       01  W-LIGNE-RAPPEL-ENTETE2.
           05  FILLER                    PIC X(7)  VALUE "MODE".
           05  FILLER                    PIC X(7)  VALUE "CODE".
           05  FILLER                    PIC X(21) VALUE "NOM".
           05  FILLER                    PIC X(6)  VALUE "TRANS".
           05  FILLER                    PIC X(4)  VALUE "INS".
           05  FILLER                    PIC X(13) VALUE "COMPTE".
           05  FILLER                    PIC X(12) VALUE "MONTANT".

       01  W-LIGNE-RAPPEL.
           05  W-R-MODE                  PIC X(7).
           05  W-R-CODE                  PIC X(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-NOM                   PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-TRANSIT               PIC X(5).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-INSTITUTION           PIC X(3).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-COMPTE                PIC X(12).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-R-MONTANT               PIC ZZ,ZZZ,ZZ9.99.

       01  W-LIGNE-RAPPEL-TOTAL.
           05  W-RT-LIBELLE              PIC X(24).
           05  W-RT-NB                   PIC ZZZZZ9.
           05  FILLER                    PIC X(12)
                             VALUE "  MONTANT:".
           05  W-RT-MONTANT              PIC ZZZ,ZZZ,ZZ9.99.

      ***************************************************************
      * LIGNES DU RAPPORT D'ANNULATION
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "ANNULATION DE PERIODE DE PAIE".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-PERIODE.
           05  FILLER                    PIC X(24)
                             VALUE "PERIODE ANNULEE:".
           05  W-P-PERIODE               PIC 9999/99/99.

       01  W-LIGNE-ENTETE2.
           05  FILLER                    PIC X(32) VALUE SPACE.
           05  FILLER                    PIC X(9)  VALUE "FICHES".
           05  FILLER                    PIC X(16) VALUE "MONTANT".
           05  FILLER                    PIC X(10) VALUE "RECOUPE".

       01  W-LIGNE-CONTROLE.
           05  W-LC-LIBELLE              PIC X(32).
           05  W-LC-NB                   PIC ZZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-LC-MONTANT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-LC-ETAT                 PIC X(10).

       01  W-LIGNE-TEXTE.
           05  W-LT-TEXTE                PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           IF W-IND-REFUS = 1
               DISPLAY "TP2-ANNULATION - " W-MESSAGE-REFUS
               DISPLAY "TP2-ANNULATION - EXECUTION REFUSEE, AUCUN "
                       "FICHIER N'A ETE TOUCHE"
               MOVE W-CODE-REFUS TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-OUVRIR-FICHIERS.
           PERFORM 2000-RAPPELER-DEPOTS.
           PERFORM 2500-RAPPELER-CHEQUES.
           PERFORM 3000-ANNULER-HISTOPAIE.
           PERFORM 3500-ANNULER-HISTONET.
           PERFORM 3700-ANNULER-SUSPENS.
           PERFORM 3800-REMETTRE-COORDONNEES.
           PERFORM 4000-ANNULER-HISTORET.
           IF W-IND-GL-VU = 1
               PERFORM 5000-ANNULER-GRAND-LIVRE
           END-IF.
           IF W-NB-PERIODES > 0
               PERFORM 6000-REMETTRE-CALENDRIER
           END-IF.
           PERFORM 7000-ECRIRE-RAPPORT.
           PERFORM 9000-TERMINER.
           IF W-IND-ECART = 1
               DISPLAY "TP2-ANNULATION - ECART AUX CONTROLES, VOIR "
                       "ANNUL.LIS"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALISER LIT LA PERIODE SUR SYSIN, CHARGE LE
      * CALENDRIER ET RETROUVE LES FICHES DE CONTROLE DE LA NUIT DE
      * LA PERIODE. TOUT REFUS EST DECIDE ICI, AVANT LA MOINDRE
      * ECRITURE.
      ******************************************************************
       1000-INITIALISER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           ACCEPT W-PARM-PERIODE-X.
           IF W-PARM-PERIODE-X NUMERIC
           AND W-PARM-PERIODE-X NOT = "00000000"
               MOVE W-PARM-PERIODE-X TO W-DATE-ANNULEE
           ELSE
               MOVE 1 TO W-IND-REFUS
               MOVE "AUCUNE PERIODE (AAAAMMJJ) EN CARTE PARAMETRE"
                   TO W-MESSAGE-REFUS
           END-IF.

           IF W-IND-REFUS = 0
               OPEN INPUT FICHIER-CALENDRIER
               PERFORM 1100-LIRE-CALENDRIER
                   UNTIL W-IND-FIN-CALENDRIER = 1
               CLOSE FICHIER-CALENDRIER
               PERFORM 1200-VERIFIER-CALENDRIER
           END-IF.

           IF W-IND-REFUS = 0
               OPEN INPUT FICHIER-CTLCHAINE
               PERFORM 1300-LIRE-CONTROLE
                   UNTIL W-IND-FIN-CTLCHAINE = 1
               CLOSE FICHIER-CTLCHAINE
               EVALUATE TRUE
                   WHEN W-IND-REG-VU = 0
                       MOVE 1 TO W-IND-REFUS
                       MOVE "PERIODE ABSENTE DE CONTROLE.DAT"
                           TO W-MESSAGE-REFUS
                   WHEN W-IND-DEJA-ANNULEE = 1
                       MOVE 1 TO W-IND-REFUS
                       MOVE "PERIODE DEJA ANNULEE" TO W-MESSAGE-REFUS
               END-EVALUATE
           END-IF.

           IF W-IND-REFUS = 0
               PERFORM 1400-CHARGER-LIBERES
               IF W-IND-LIB-DEBORDEMENT = 1
                   MOVE 1 TO W-IND-REFUS
                   MOVE 16 TO W-CODE-REFUS
                   MOVE "PLUS DE 500 PAIES LIBEREES VERSEES"
                       TO W-MESSAGE-REFUS
               END-IF
           END-IF.

      ******************************************************************
       1100-LIRE-CALENDRIER.
           READ FICHIER-CALENDRIER
               AT END MOVE 1 TO W-IND-FIN-CALENDRIER
           END-READ.
           IF W-IND-FIN-CALENDRIER = 0
           AND CAL-DATE-PERIODE NUMERIC
               IF W-NB-PERIODES < 120
                   ADD 1 TO W-NB-PERIODES
                   MOVE CAL-DATE-PERIODE
                       TO W-CAL-DATE(W-NB-PERIODES)
                   MOVE CAL-STATUT
                       TO W-CAL-STATUT(W-NB-PERIODES)
                   IF CAL-DATE-PERIODE = W-DATE-ANNULEE
                       MOVE W-NB-PERIODES TO W-PERIODE-TROUVEE
                   END-IF
               ELSE
                   MOVE 1 TO W-IND-CAL-DEBORDEMENT
                   MOVE 1 TO W-IND-FIN-CALENDRIER
               END-IF
           END-IF.

      ******************************************************************
      * 1200-VERIFIER-CALENDRIER : LA PERIODE DOIT Y ETRE PAYEE
      * (STATUT P, OU R SI UNE REPRISE AVAIT ETE AUTORISEE). SANS
      * CALENDRIER, COMME AILLEURS, LA VERIFICATION EST SAUTEE.
      ******************************************************************
       1200-VERIFIER-CALENDRIER.
           EVALUATE TRUE
               WHEN W-IND-CAL-DEBORDEMENT = 1
                   MOVE 1 TO W-IND-REFUS
                   MOVE 16 TO W-CODE-REFUS
                   MOVE "CALENDRIER.DAT DEPASSE 120 PERIODES"
                       TO W-MESSAGE-REFUS
               WHEN W-NB-PERIODES = 0
                   CONTINUE
               WHEN W-PERIODE-TROUVEE = 0
                   MOVE 1 TO W-IND-REFUS
                   MOVE "PERIODE ABSENTE DU CALENDRIER"
                       TO W-MESSAGE-REFUS
               WHEN W-CAL-STATUT(W-PERIODE-TROUVEE) NOT = "P"
               AND W-CAL-STATUT(W-PERIODE-TROUVEE) NOT = "R"
                   MOVE 1 TO W-IND-REFUS
                   MOVE "PERIODE NON PAYEE AU CALENDRIER"
                       TO W-MESSAGE-REFUS
           END-EVALUATE.

      ******************************************************************
      * 1300-LIRE-CONTROLE RETIENT LA FICHE DE TP2-REGISTRE DE LA
      * PERIODE, LA FICHE DE TP2-GRAND-LIVRE ECRITE APRES ELLE (LA
      * MEME NUIT, CONTROLE.DAT ETANT VIDE AU DEPART DE LA CHAINE) ET
      * UNE EVENTUELLE ANNULATION DEJA FAITE.
      ******************************************************************
       1300-LIRE-CONTROLE.
           READ FICHIER-CTLCHAINE INTO FICHE-CONTROLE-CHAINE
               AT END MOVE 1 TO W-IND-FIN-CTLCHAINE
           END-READ.
           IF W-IND-FIN-CTLCHAINE = 0
               EVALUATE TRUE
                   WHEN CTL-PROGRAMME = "TP2-REGISTRE"
                   AND CTL-MONTANT2 = W-DATE-ANNULEE
                       MOVE 1 TO W-IND-REG-VU
                       MOVE CTL-NB1 TO W-REG-NB
                       MOVE CTL-MONTANT TO W-REG-MONTANT
                       MOVE 0 TO W-IND-GL-VU
                       MOVE 0 TO W-IND-DEJA-ANNULEE
                   WHEN CTL-PROGRAMME = "TP2-REGISTRE"
                       MOVE 0 TO W-IND-REG-VU
                       MOVE 0 TO W-IND-GL-VU
                   WHEN CTL-PROGRAMME = "TP2-GRAND-LIVRE"
                   AND W-IND-REG-VU = 1
                       MOVE 1 TO W-IND-GL-VU
                       MOVE CTL-NB1 TO W-GL-NB
                       MOVE CTL-MONTANT TO W-GL-DEBITS
                       MOVE CTL-MONTANT2 TO W-GL-CREDITS
                   WHEN CTL-PROGRAMME = "TP2-ANNULATION"
                   AND CTL-MONTANT2 = W-DATE-ANNULEE
                   AND W-IND-REG-VU = 1
                       MOVE 1 TO W-IND-DEJA-ANNULEE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 1400-CHARGER-LIBERES RETIENT LES PAIES LIBEREES VERSEES PAR
      * LA PAIE NETTE DE LA PERIODE ANNULEE, AVEC LE NET ET LE MODE
      * DE LEUR VERSEMENT (FICHE DE HISTONET.DAT DE LEUR PROPRE
      * PERIODE). LES FICHIERS NE SONT QUE LUS ICI.
      ******************************************************************
       1400-CHARGER-LIBERES.
           OPEN INPUT FICHIER-SUSPENS.
           OPEN INPUT FICHIER-HISTONET.
           MOVE 0 TO W-IND-FIN-SUSPENS.
           MOVE LOW-VALUES TO SUS-CLE.
           START FICHIER-SUSPENS KEY NOT < SUS-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-SUSPENS
           END-START.
           PERFORM 1410-LIRE-SUSPENS UNTIL W-IND-FIN-SUSPENS = 1.
           CLOSE FICHIER-SUSPENS.
           CLOSE FICHIER-HISTONET.

      ******************************************************************
       1410-LIRE-SUSPENS.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-SUSPENS
           END-READ.
           IF W-IND-FIN-SUSPENS = 0
           AND SUS-VERSEE
           AND SUS-PERIODE-VERSEMENT = W-DATE-ANNULEE
           AND SUS-DATE-PAIE NOT = W-DATE-ANNULEE
               MOVE SUS-CODE      TO HNET-CODE
               MOVE SUS-DATE-PAIE TO HNET-DATE-PAIE
               READ FICHIER-HISTONET
                   INVALID KEY
                       DISPLAY "TP2-ANNULATION - PAIE LIBEREE SANS "
                               "HISTORIQUE: " SUS-CLE
                   NOT INVALID KEY
                       PERFORM 1420-AJOUTER-LIBERE
               END-READ
           END-IF.

      ******************************************************************
       1420-AJOUTER-LIBERE.
           IF W-NB-LIBERES < 500
               ADD 1 TO W-NB-LIBERES
               MOVE SUS-CODE           TO W-LIB-CODE(W-NB-LIBERES)
               MOVE HNET-MODE-PAIEMENT TO W-LIB-MODE(W-NB-LIBERES)
               MOVE HNET-MONTANT-NET   TO W-LIB-NET(W-NB-LIBERES)
               MOVE 0                  TO W-LIB-PRIS(W-NB-LIBERES)
               MOVE 0                  TO W-LIB-REG-VU(W-NB-LIBERES)
               ADD HNET-MONTANT-NET    TO W-TOTAL-LIBERES
           ELSE
               MOVE 1 TO W-IND-LIB-DEBORDEMENT
               MOVE 1 TO W-IND-FIN-SUSPENS
           END-IF.

      ******************************************************************
       1500-OUVRIR-FICHIERS.
           OPEN INPUT FICHIER-IDX.
           OPEN I-O FICHIER-HISTORIQUE.
           OPEN I-O FICHIER-HISTONET.
           OPEN I-O FICHIER-HISTORET.
           OPEN I-O FICHIER-RETENUES.
           OPEN I-O FICHIER-SUSPENS.
           OPEN I-O FICHIER-COORDONNEES.
           OPEN EXTEND FICHIER-AJUSTEMENTS.
           OPEN EXTEND FICHIER-ANNULATION.
           OPEN OUTPUT FICHIER-ANNULGL.
           OPEN OUTPUT FICHIER-RAPPEL.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE W-DATE-AJD TO W-RE-DATE.
           MOVE W-LIGNE-RAPPEL-ENTETE1 TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE W-DATE-ANNULEE TO W-P-PERIODE.
           MOVE W-LIGNE-PERIODE TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE SPACE TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE W-LIGNE-RAPPEL-ENTETE2 TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.

      ******************************************************************
      * 2000-RAPPELER-DEPOTS PARCOURT DEPOT.DAT : UNE FICHE D N'EST A
      * RAPPELER QUE SI L'EMPLOYE A ETE PAYE PAR DEPOT A LA PERIODE
      * ANNULEE (SI LA PAIE NETTE N'A PAS ENCORE TOURNE, DEPOT.DAT
      * EST CELUI DE LA PERIODE PRECEDENTE ET RIEN N'EST RAPPELE).
      ******************************************************************
       2000-RAPPELER-DEPOTS.
           OPEN INPUT FICHIER-DEPOT.
           PERFORM 2100-LIRE-DEPOT UNTIL W-IND-FIN-DEPOT = 1.
           CLOSE FICHIER-DEPOT.

      ******************************************************************
       2100-LIRE-DEPOT.
           READ FICHIER-DEPOT INTO FICHE-DEPOT-BANQUE
               AT END MOVE 1 TO W-IND-FIN-DEPOT
           END-READ.
           IF W-IND-FIN-DEPOT = 0
           AND WD-TYPE = "D"
               MOVE WD-CODE TO W-CODE-RECHERCHE
               MOVE "D"     TO W-MODE-RECHERCHE
               PERFORM 2700-CHERCHER-LIBERE
               MOVE WD-CODE TO HNET-CODE
               PERFORM 2800-LIRE-HISTONET
               EVALUATE TRUE
                   WHEN W-IND-HNET-TROUVE = 1
                   AND HNET-PAR-DEPOT
                   AND (W-LIB-TROUVE = 0
                     OR W-LIB-REG-VU(W-LIB-TROUVE) = 0)
                       MOVE "DEPOT" TO W-R-MODE
                       PERFORM 2150-ECRIRE-RAPPEL-DEPOT
                       ADD 1          TO W-NB-RAPPEL-DEPOTS
                       ADD WD-MONTANT TO W-RAPPEL-DEPOTS
                       PERFORM 2750-MARQUER-REGULIERE
                           VARYING W-IDX-LIB FROM 1 BY 1
                           UNTIL W-IDX-LIB > W-NB-LIBERES
                   WHEN W-LIB-TROUVE > 0
                       MOVE "DEP-LIB" TO W-R-MODE
                       PERFORM 2150-ECRIRE-RAPPEL-DEPOT
                       MOVE 1 TO W-LIB-PRIS(W-LIB-TROUVE)
                       ADD 1          TO W-NB-RAPPEL-LIBERES
                       ADD WD-MONTANT TO W-RAPPEL-LIBERES
               END-EVALUATE
           END-IF.

      ******************************************************************
       2150-ECRIRE-RAPPEL-DEPOT.
           MOVE WD-CODE        TO W-R-CODE.
           MOVE WD-CODE        TO EMPL-CODE.
           PERFORM 2900-LIRE-NOM.
           MOVE WD-TRANSIT     TO W-R-TRANSIT.
           MOVE WD-INSTITUTION TO W-R-INSTITUTION.
           MOVE WD-COMPTE      TO W-R-COMPTE.
           MOVE WD-MONTANT     TO W-R-MONTANT.
           MOVE W-LIGNE-RAPPEL TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.

      ******************************************************************
      * 2500-RAPPELER-CHEQUES RELIT LA LISTE DES CHEQUES : LES LIGNES
      * D'ENTETE ET DE TOTAL NE CORRESPONDENT A AUCUN EMPLOYE DE
      * HISTONET.DAT ET SONT DONC IGNOREES D'ELLES-MEMES.
      ******************************************************************
       2500-RAPPELER-CHEQUES.
           OPEN INPUT FICHIER-CHEQUES.
           PERFORM 2600-LIRE-CHEQUE UNTIL W-IND-FIN-CHEQUES = 1.
           CLOSE FICHIER-CHEQUES.

      ******************************************************************
       2600-LIRE-CHEQUE.
           READ FICHIER-CHEQUES INTO W-LIGNE-CHEQUE-LUE
               AT END MOVE 1 TO W-IND-FIN-CHEQUES
           END-READ.
           IF W-IND-FIN-CHEQUES = 0
           AND W-CL-CODE NOT = SPACE
               MOVE W-CL-CODE TO W-CODE-RECHERCHE
               MOVE "C"       TO W-MODE-RECHERCHE
               PERFORM 2700-CHERCHER-LIBERE
               MOVE W-CL-CODE TO HNET-CODE
               PERFORM 2800-LIRE-HISTONET
               EVALUATE TRUE
                   WHEN W-IND-HNET-TROUVE = 1
                   AND HNET-PAR-CHEQUE
                   AND (W-LIB-TROUVE = 0
                     OR W-LIB-REG-VU(W-LIB-TROUVE) = 0)
                       MOVE "CHEQUE" TO W-R-MODE
                       PERFORM 2650-ECRIRE-RAPPEL-CHEQUE
                       ADD 1                TO W-NB-RAPPEL-CHEQUES
                       ADD HNET-MONTANT-NET TO W-RAPPEL-CHEQUES
                       PERFORM 2750-MARQUER-REGULIERE
                           VARYING W-IDX-LIB FROM 1 BY 1
                           UNTIL W-IDX-LIB > W-NB-LIBERES
                   WHEN W-LIB-TROUVE > 0
                       MOVE "CHQ-LIB" TO W-R-MODE
                       MOVE W-LIB-NET(W-LIB-TROUVE)
                           TO HNET-MONTANT-NET
                       PERFORM 2650-ECRIRE-RAPPEL-CHEQUE
                       MOVE 1 TO W-LIB-PRIS(W-LIB-TROUVE)
                       ADD 1                TO W-NB-RAPPEL-LIBERES
                       ADD HNET-MONTANT-NET TO W-RAPPEL-LIBERES
               END-EVALUATE
           END-IF.

      ******************************************************************
       2650-ECRIRE-RAPPEL-CHEQUE.
           MOVE W-CL-CODE        TO W-R-CODE.
           MOVE W-CL-NOM         TO W-R-NOM.
           MOVE SPACE            TO W-R-TRANSIT.
           MOVE SPACE            TO W-R-INSTITUTION.
           MOVE SPACE            TO W-R-COMPTE.
           MOVE HNET-MONTANT-NET TO W-R-MONTANT.
           MOVE W-LIGNE-RAPPEL TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.

      ******************************************************************
      * 2700-CHERCHER-LIBERE DONNE DANS W-LIB-TROUVE LA PREMIERE PAIE
      * LIBEREE NON ENCORE RAPPELEE DE L'EMPLOYE, VERSEE DU MODE
      * CHERCHE (0 SI AUCUNE).
      ******************************************************************
       2700-CHERCHER-LIBERE.
           MOVE 0 TO W-LIB-TROUVE.
           PERFORM 2710-COMPARER-LIBERE
               VARYING W-IDX-LIB FROM 1 BY 1
               UNTIL W-IDX-LIB > W-NB-LIBERES
               OR W-LIB-TROUVE > 0.

      ******************************************************************
       2710-COMPARER-LIBERE.
           IF W-LIB-CODE(W-IDX-LIB) = W-CODE-RECHERCHE
           AND W-LIB-MODE(W-IDX-LIB) = W-MODE-RECHERCHE
           AND W-LIB-PRIS(W-IDX-LIB) = 0
               MOVE W-IDX-LIB TO W-LIB-TROUVE
           END-IF.

      ******************************************************************
      * 2750-MARQUER-REGULIERE NOTE, SUR TOUTES LES PAIES LIBEREES DE
      * L'EMPLOYE, QUE SA PAIE DE LA PERIODE EST RAPPELEE : LES
      * FICHES SUIVANTES A SON CODE SONT DES PAIES LIBEREES.
      ******************************************************************
       2750-MARQUER-REGULIERE.
           IF W-LIB-CODE(W-IDX-LIB) = W-CODE-RECHERCHE
               MOVE 1 TO W-LIB-REG-VU(W-IDX-LIB)
           END-IF.

      ******************************************************************
       2800-LIRE-HISTONET.
           MOVE W-DATE-ANNULEE TO HNET-DATE-PAIE.
           READ FICHIER-HISTONET
               INVALID KEY
                   MOVE 0 TO W-IND-HNET-TROUVE
               NOT INVALID KEY
                   MOVE 1 TO W-IND-HNET-TROUVE
           END-READ.

      ******************************************************************
       2900-LIRE-NOM.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE "(EMPLOYE INCONNU)" TO W-R-NOM
               NOT INVALID KEY
                   MOVE EMPL-NOM TO W-R-NOM
           END-READ.

      ******************************************************************
      * 3000-ANNULER-HISTOPAIE PARCOURT L'HISTORIQUE DE PAIE (CLE
      * EMPLOYE + DATE) ET RETIRE CHAQUE FICHE DE LA PERIODE APRES
      * L'AVOIR RECOPIEE DANS LE FICHIER D'ANNULATION.
      ******************************************************************
       3000-ANNULER-HISTOPAIE.
           MOVE LOW-VALUES TO HIST-CLE.
           START FICHIER-HISTORIQUE KEY NOT < HIST-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-START.
           PERFORM 3100-LIRE-HISTOPAIE
               UNTIL W-IND-FIN-HISTORIQUE = 1.

      ******************************************************************
       3100-LIRE-HISTOPAIE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-READ.
           IF W-IND-FIN-HISTORIQUE = 0
           AND HIST-DATE-PAIE = W-DATE-ANNULEE
               MOVE SPACE             TO FICHE-ANNULATION
               MOVE "P"               TO ANN-TYPE
               MOVE W-DATE-AJD        TO ANN-DATE-ANNULATION
               MOVE FICHE-HISTO-PAIE  TO ANN-IMAGE
               WRITE FICHE-ANNULATION
               ADD 1                 TO W-NB-HIST-RETIRES
               ADD HIST-MONTANT-BRUT TO W-BRUT-RETIRE
               DELETE FICHIER-HISTORIQUE RECORD
           END-IF.

      ******************************************************************
      * 3500-ANNULER-HISTONET FAIT DE MEME DANS L'HISTORIQUE DES
      * RETENUES. LE RATTRAPAGE RETROACTIF VERSE AVEC LE NET ANNULE
      * RETOURNE DANS AJUSTEMENTS.DAT POUR PARTIR AVEC LA PROCHAINE
      * PAIE, COMME S'IL N'AVAIT JAMAIS ETE CONSOMME.
      ******************************************************************
       3500-ANNULER-HISTONET.
           MOVE LOW-VALUES TO HNET-CLE.
           START FICHIER-HISTONET KEY NOT < HNET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTONET
           END-START.
           PERFORM 3600-LIRE-HISTONET
               UNTIL W-IND-FIN-HISTONET = 1.

      ******************************************************************
       3600-LIRE-HISTONET.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTONET
           END-READ.
           IF W-IND-FIN-HISTONET = 0
           AND HNET-DATE-PAIE = W-DATE-ANNULEE
               MOVE SPACE             TO FICHE-ANNULATION
               MOVE "N"               TO ANN-TYPE
               MOVE W-DATE-AJD        TO ANN-DATE-ANNULATION
               MOVE FICHE-HISTO-NET   TO ANN-IMAGE
               WRITE FICHE-ANNULATION
               ADD 1                TO W-NB-HNET-RETIRES
               ADD HNET-MONTANT-NET TO W-NET-RETIRE
               IF HNET-RETENU
                   ADD 1                TO W-NB-NETS-RETENUS
                   ADD HNET-MONTANT-NET TO W-NETS-RETENUS
               END-IF
               IF HNET-AJUSTEMENT > 0
                   MOVE HNET-CODE       TO AJU-CODE
                   MOVE HNET-AJUSTEMENT TO AJU-MONTANT
                   WRITE FICHE-AJUSTEMENT
                   ADD 1               TO W-NB-AJUSTEMENTS
                   ADD HNET-AJUSTEMENT TO W-TOTAL-AJUSTEMENTS
               END-IF
               DELETE FICHIER-HISTONET RECORD
           END-IF.

      ******************************************************************
      * 3700-ANNULER-SUSPENS RETIRE DE SUSPENS.DAT LES PAIES RETENUES
      * DE LA PERIODE ANNULEE (LA VERIFICATION DES VARIATIONS LES
      * REFERA QUAND LA PERIODE SERA REPAYEE) ET REMET AU STATUT L
      * LES PAIES LIBEREES QUE SA PAIE NETTE AVAIT VERSEES, LEUR
      * FICHE DE HISTONET.DAT REPRENANT LE MODE S JUSQU'AU PROCHAIN
      * VERSEMENT.
      ******************************************************************
       3700-ANNULER-SUSPENS.
           MOVE 0 TO W-IND-FIN-SUSPENS.
           MOVE LOW-VALUES TO SUS-CLE.
           START FICHIER-SUSPENS KEY NOT < SUS-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-SUSPENS
           END-START.
           PERFORM 3710-LIRE-SUSPENS UNTIL W-IND-FIN-SUSPENS = 1.

      ******************************************************************
       3710-LIRE-SUSPENS.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-SUSPENS
           END-READ.
           IF W-IND-FIN-SUSPENS = 0
               EVALUATE TRUE
                   WHEN SUS-DATE-PAIE = W-DATE-ANNULEE
                       DELETE FICHIER-SUSPENS RECORD
                       ADD 1 TO W-NB-SUSPENS-RETIRES
                   WHEN SUS-VERSEE
                   AND SUS-PERIODE-VERSEMENT = W-DATE-ANNULEE
                       MOVE "L" TO SUS-STATUT
                       MOVE 0   TO SUS-PERIODE-VERSEMENT
                       REWRITE FICHE-SUSPENS
                       ADD 1 TO W-NB-LIBERES-REMIS
                       PERFORM 3720-REMETTRE-HISTONET
               END-EVALUATE
           END-IF.

      ******************************************************************
       3720-REMETTRE-HISTONET.
           MOVE SUS-CODE      TO HNET-CODE.
           MOVE SUS-DATE-PAIE TO HNET-DATE-PAIE.
           READ FICHIER-HISTONET
               INVALID KEY
                   DISPLAY "TP2-ANNULATION - PAIE LIBEREE SANS "
                           "HISTORIQUE: " SUS-CLE
               NOT INVALID KEY
                   MOVE "S" TO HNET-MODE-PAIEMENT
                   REWRITE FICHE-HISTO-NET
           END-READ.

      ******************************************************************
      * 3800-REMETTRE-COORDONNEES : LE CHEQUE DU PREMIER VERSEMENT
      * APRES UN CHANGEMENT DE COORDONNEES EST RAPPELE AVEC LES
      * AUTRES; LA FICHE REPREND LE MARQUEUR P POUR QUE LE
      * VERSEMENT DE REMPLACEMENT NE PARTE PAS EN DEPOT.
      ******************************************************************
       3800-REMETTRE-COORDONNEES.
           MOVE 0 TO W-IND-FIN-COORDONNEES.
           MOVE LOW-VALUES TO CB-CODE.
           START FICHIER-COORDONNEES KEY NOT < CB-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-COORDONNEES
           END-START.
           PERFORM 3810-LIRE-COORDONNEES
               UNTIL W-IND-FIN-COORDONNEES = 1.

      ******************************************************************
       3810-LIRE-COORDONNEES.
           READ FICHIER-COORDONNEES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-COORDONNEES
           END-READ.
           IF W-IND-FIN-COORDONNEES = 0
           AND CB-CHEQUE-EMIS
           AND CB-PERIODE-CHEQUE = W-DATE-ANNULEE
               MOVE "P" TO CB-PREMIER-VERSEMENT
               MOVE 0   TO CB-PERIODE-CHEQUE
               REWRITE FICHE-COORD-BANCAIRE
               ADD 1 TO W-NB-COMPTES-REMIS
           END-IF.

      ******************************************************************
      * 4000-ANNULER-HISTORET RETIRE LES PRELEVEMENTS DES RETENUES
      * PROPRES A L'EMPLOYE ET LES REND A RETENUES.DAT.
      ******************************************************************
       4000-ANNULER-HISTORET.
           MOVE LOW-VALUES TO HRET-CLE.
           START FICHIER-HISTORET KEY NOT < HRET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORET
           END-START.
           PERFORM 4100-LIRE-HISTORET
               UNTIL W-IND-FIN-HISTORET = 1.

      ******************************************************************
       4100-LIRE-HISTORET.
           READ FICHIER-HISTORET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORET
           END-READ.
           IF W-IND-FIN-HISTORET = 0
           AND HRET-DATE-PAIE = W-DATE-ANNULEE
               MOVE SPACE               TO FICHE-ANNULATION
               MOVE "R"                 TO ANN-TYPE
               MOVE W-DATE-AJD          TO ANN-DATE-ANNULATION
               MOVE FICHE-HISTO-RETENUE TO ANN-IMAGE
               WRITE FICHE-ANNULATION
               ADD 1            TO W-NB-HRET-RETIRES
               ADD HRET-MONTANT TO W-RETENUES-RETIREES
               PERFORM 4200-RETABLIR-RETENUE
               DELETE FICHIER-HISTORET RECORD
           END-IF.

      ******************************************************************
      * 4200-RETABLIR-RETENUE RETIRE LE PRELEVEMENT ANNULE DU CUMUL
      * DE LA RETENUE, QUI REDEVIENT ACTIVE. LE DERNIER MONTANT EST
      * REMIS A ZERO : QUAND LA PERIODE SERA REPAYEE, TP2-PAIE-NETTE
      * ET TP2-GRAND-LIVRE PARTIRONT DU CUMUL AINSI CORRIGE.
      ******************************************************************
       4200-RETABLIR-RETENUE.
           MOVE HRET-CODE         TO RTN-CODE.
           MOVE HRET-CODE-RETENUE TO RTN-CODE-RETENUE.
           READ FICHIER-RETENUES
               INVALID KEY
                   DISPLAY "TP2-ANNULATION - RETENUE " HRET-CODE " "
                           HRET-CODE-RETENUE " ABSENTE DE RETENUES.DAT"
               NOT INVALID KEY
                   IF RTN-CUMUL-PRELEVE > HRET-MONTANT
                       SUBTRACT HRET-MONTANT FROM RTN-CUMUL-PRELEVE
                   ELSE
                       MOVE 0 TO RTN-CUMUL-PRELEVE
                   END-IF
                   IF RTN-DERNIERE-PERIODE = W-DATE-ANNULEE
                       MOVE 0 TO RTN-DERNIER-MONTANT
                   END-IF
                   MOVE "A" TO RTN-STATUT
                   REWRITE FICHE-RETENUE-EMPLOYE
                   ADD 1 TO W-NB-RETENUES-RETABLIES
           END-READ.

      ******************************************************************
      * 5000-ANNULER-GRAND-LIVRE ECRIT, POUR CHAQUE LIGNE DU
      * GRANDLIVRE.DAT DE LA NUIT, LA LIGNE INVERSE (DEBIT ET CREDIT
      * INTERVERTIS) DATEE DU JOUR, AU MEME COMPTE ET AU MEME
      * MONTANT : PASSEES EN COMPTABILITE, LES DEUX S'ANNULENT.
      ******************************************************************
       5000-ANNULER-GRAND-LIVRE.
           OPEN INPUT FICHIER-ECRITURES.
           PERFORM 5100-LIRE-ECRITURE UNTIL W-IND-FIN-ECRITURES = 1.
           CLOSE FICHIER-ECRITURES.

      ******************************************************************
       5100-LIRE-ECRITURE.
           READ FICHIER-ECRITURES INTO W-LIGNE-ECRITURE
               AT END MOVE 1 TO W-IND-FIN-ECRITURES
           END-READ.
           IF W-IND-FIN-ECRITURES = 0
               ADD 1 TO W-NB-ECRITURES-ORIG
               MOVE WE-LIBELLE TO W-LIBELLE-ORIGINE
               MOVE SPACE TO WE-LIBELLE
               STRING "ANNUL " DELIMITED BY SIZE
                      W-LIBELLE-ORIGINE DELIMITED BY SIZE
                      INTO WE-LIBELLE
               MOVE W-DATE-AJD TO WE-DATE
               IF WE-SENS = "D"
                   ADD WE-MONTANT TO W-ORIG-DEBITS
                   ADD WE-MONTANT TO W-ANNUL-CREDITS
                   MOVE "C" TO WE-SENS
               ELSE
                   ADD WE-MONTANT TO W-ORIG-CREDITS
                   ADD WE-MONTANT TO W-ANNUL-DEBITS
                   MOVE "D" TO WE-SENS
               END-IF
               MOVE W-LIGNE-ECRITURE TO LIGNE-ANNULGL
               WRITE LIGNE-ANNULGL
               ADD 1 TO W-NB-ECRITURES-ANNUL
           END-IF.

      ******************************************************************
      * 6000-REMETTRE-CALENDRIER REECRIT LE CALENDRIER AU COMPLET,
      * LA PERIODE ANNULEE REMISE A PAYER (STATUT BLANC) : LA
      * PROCHAINE CHAINE LA REPAIERA SOUS SA PROPRE DATE, SANS
      * DEROGATION R NI RISQUE DE DOUBLE PAIE.
      ******************************************************************
       6000-REMETTRE-CALENDRIER.
           MOVE SPACE TO W-CAL-STATUT(W-PERIODE-TROUVEE).
           OPEN OUTPUT FICHIER-CALENDRIER.
           PERFORM 6100-ECRIRE-FICHE-CALENDRIER
               VARYING W-IDX-CAL FROM 1 BY 1
               UNTIL W-IDX-CAL > W-NB-PERIODES.
           CLOSE FICHIER-CALENDRIER.

      ******************************************************************
       6100-ECRIRE-FICHE-CALENDRIER.
           MOVE SPACE TO FICHE-CALENDRIER.
           MOVE W-CAL-DATE(W-IDX-CAL)   TO CAL-DATE-PERIODE.
           MOVE W-CAL-STATUT(W-IDX-CAL) TO CAL-STATUT.
           WRITE FICHE-CALENDRIER.

      ******************************************************************
      * 7000-ECRIRE-RAPPORT IMPRIME LES TOTAUX DE CONTROLE DE
      * L'ANNULATION ET LEUR RECOUPEMENT :
      *   - HISTOPAIE RETIREE = FICHE DE TP2-REGISTRE (NB1, MONTANT)
      *   - NETS RETIRES = DEPOTS + CHEQUES A RAPPELER + NETS
      *     RETENUS, JAMAIS VERSES
      *   - PAIES LIBEREES RAPPELEES = PAIES LIBEREES VERSEES PAR LA
      *     PERIODE SELON SUSPENS.DAT
      *   - LIGNES LUES DE GRANDLIVRE.DAT = FICHE DE TP2-GRAND-LIVRE,
      *     ET ECRITURES INVERSES EN BALANCE, DEBITS ET CREDITS
      *     EGAUX AUX CREDITS ET DEBITS D'ORIGINE
      ******************************************************************
       7000-ECRIRE-RAPPORT.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-DATE-ANNULEE TO W-P-PERIODE.
           MOVE W-LIGNE-PERIODE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE "HISTOPAIE - FICHES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-HIST-RETIRES TO W-LC-NB.
           MOVE W-BRUT-RETIRE     TO W-LC-MONTANT.
           MOVE SPACE             TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "REGISTRE (CONTROLE.DAT)" TO W-LC-LIBELLE.
           MOVE W-REG-NB      TO W-LC-NB.
           MOVE W-REG-MONTANT TO W-LC-MONTANT.
           IF W-REG-NB = W-NB-HIST-RETIRES
           AND W-REG-MONTANT = W-BRUT-RETIRE
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           PERFORM 7200-ECRIRE-BLANC.

           MOVE "HISTONET - FICHES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-HNET-RETIRES TO W-LC-NB.
           MOVE W-NET-RETIRE      TO W-LC-MONTANT.
           MOVE SPACE             TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "DEPOTS A RAPPELER" TO W-LC-LIBELLE.
           MOVE W-NB-RAPPEL-DEPOTS TO W-LC-NB.
           MOVE W-RAPPEL-DEPOTS    TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "CHEQUES A RAPPELER" TO W-LC-LIBELLE.
           MOVE W-NB-RAPPEL-CHEQUES TO W-LC-NB.
           MOVE W-RAPPEL-CHEQUES    TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "NETS RETENUS (NON VERSES)" TO W-LC-LIBELLE.
           MOVE W-NB-NETS-RETENUS TO W-LC-NB.
           MOVE W-NETS-RETENUS    TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           COMPUTE W-NB-NON-RETROUVES = W-NB-HNET-RETIRES
                   - W-NB-RAPPEL-DEPOTS - W-NB-RAPPEL-CHEQUES
                   - W-NB-NETS-RETENUS.
           COMPUTE W-NON-RETROUVES = W-NET-RETIRE
                   - W-RAPPEL-DEPOTS - W-RAPPEL-CHEQUES
                   - W-NETS-RETENUS.
           MOVE "NETS NON RETROUVES" TO W-LC-LIBELLE.
           MOVE W-NB-NON-RETROUVES TO W-LC-NB.
           MOVE W-NON-RETROUVES    TO W-LC-MONTANT.
           IF W-NB-NON-RETROUVES = 0
           AND W-NON-RETROUVES = 0
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "VERSEMENTS LIBERES RAPPELES" TO W-LC-LIBELLE.
           MOVE W-NB-RAPPEL-LIBERES TO W-LC-NB.
           MOVE W-RAPPEL-LIBERES    TO W-LC-MONTANT.
           MOVE SPACE               TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "PAIES LIBEREES (SUSPENS.DAT)" TO W-LC-LIBELLE.
           MOVE W-NB-LIBERES        TO W-LC-NB.
           MOVE W-TOTAL-LIBERES     TO W-LC-MONTANT.
           IF W-NB-LIBERES = W-NB-RAPPEL-LIBERES
           AND W-TOTAL-LIBERES = W-RAPPEL-LIBERES
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "PAIES LIBEREES REMISES A VERSER" TO W-LC-LIBELLE.
           MOVE W-NB-LIBERES-REMIS  TO W-LC-NB.
           MOVE W-TOTAL-LIBERES     TO W-LC-MONTANT.
           MOVE SPACE               TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "SUSPENS.DAT - RETENUES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-SUSPENS-RETIRES TO W-LC-NB.
           MOVE 0                    TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "COORDBANC - 1ER CHEQUE A REFAIRE" TO W-LC-LIBELLE.
           MOVE W-NB-COMPTES-REMIS  TO W-LC-NB.
           MOVE 0                   TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "AJUSTEMENTS REMIS EN ATTENTE" TO W-LC-LIBELLE.
           MOVE W-NB-AJUSTEMENTS    TO W-LC-NB.
           MOVE W-TOTAL-AJUSTEMENTS TO W-LC-MONTANT.
           MOVE SPACE               TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "HISTORET - RETENUES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-HRET-RETIRES   TO W-LC-NB.
           MOVE W-RETENUES-RETIREES TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "RETENUES.DAT - CUMULS RETABLIS" TO W-LC-LIBELLE.
           MOVE W-NB-RETENUES-RETABLIES TO W-LC-NB.
           MOVE 0                       TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           PERFORM 7200-ECRIRE-BLANC.

           IF W-IND-GL-VU = 1
               PERFORM 7300-ECRIRE-CONTROLE-GL
           ELSE
               MOVE "GRAND LIVRE NON PASSE - RIEN A ANNULER"
                   TO W-LT-TEXTE
               MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           PERFORM 7200-ECRIRE-BLANC.

           IF W-NB-PERIODES > 0
               MOVE "CALENDRIER : PERIODE REMISE A PAYER"
                   TO W-LT-TEXTE
           ELSE
               MOVE "CALENDRIER ABSENT - AUCUN STATUT A REMETTRE"
                   TO W-LT-TEXTE
           END-IF.
           MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           IF W-IND-ECART = 0
               MOVE "BALANCE: OK" TO W-LT-TEXTE
           ELSE
               MOVE "BALANCE: ECART - VERIFIER AVANT DE REPAYER"
                   TO W-LT-TEXTE
           END-IF.
           MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       7100-ECRIRE-LIGNE-CONTROLE.
           MOVE W-LIGNE-CONTROLE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       7200-ECRIRE-BLANC.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       7300-ECRIRE-CONTROLE-GL.
           MOVE "GRANDLIVRE.DAT - DEBITS" TO W-LC-LIBELLE.
           MOVE W-NB-ECRITURES-ORIG TO W-LC-NB.
           MOVE W-ORIG-DEBITS       TO W-LC-MONTANT.
           MOVE SPACE               TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "GRANDLIVRE.DAT - CREDITS" TO W-LC-LIBELLE.
           MOVE 0                   TO W-LC-NB.
           MOVE W-ORIG-CREDITS      TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "GRAND LIVRE (CONTROLE.DAT)" TO W-LC-LIBELLE.
           MOVE W-GL-NB             TO W-LC-NB.
           MOVE W-GL-DEBITS         TO W-LC-MONTANT.
           IF W-GL-NB = W-NB-ECRITURES-ORIG
           AND W-GL-DEBITS = W-ORIG-DEBITS
           AND W-GL-CREDITS = W-ORIG-CREDITS
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "ANNULGL.DAT - DEBITS" TO W-LC-LIBELLE.
           MOVE W-NB-ECRITURES-ANNUL TO W-LC-NB.
           MOVE W-ANNUL-DEBITS       TO W-LC-MONTANT.
           MOVE SPACE                TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "ANNULGL.DAT - CREDITS" TO W-LC-LIBELLE.
           MOVE 0                    TO W-LC-NB.
           MOVE W-ANNUL-CREDITS      TO W-LC-MONTANT.
           IF W-ANNUL-DEBITS = W-ORIG-CREDITS
           AND W-ANNUL-CREDITS = W-ORIG-DEBITS
           AND W-ANNUL-DEBITS = W-ANNUL-CREDITS
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.

      ******************************************************************
      * 9000-TERMINER FERME LA LISTE DE RAPPEL AVEC SES TOTAUX, LES
      * FICHIERS, ET AJOUTE LA FICHE DE CONTROLE DE L'ANNULATION.
      ******************************************************************
       9000-TERMINER.
           MOVE SPACE TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE "DEPOTS A RAPPELER:" TO W-RT-LIBELLE.
           MOVE W-NB-RAPPEL-DEPOTS   TO W-RT-NB.
           MOVE W-RAPPEL-DEPOTS      TO W-RT-MONTANT.
           MOVE W-LIGNE-RAPPEL-TOTAL TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE "CHEQUES A RAPPELER:" TO W-RT-LIBELLE.
           MOVE W-NB-RAPPEL-CHEQUES  TO W-RT-NB.
           MOVE W-RAPPEL-CHEQUES     TO W-RT-MONTANT.
           MOVE W-LIGNE-RAPPEL-TOTAL TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE "PAIES LIBEREES:"    TO W-RT-LIBELLE.
           MOVE W-NB-RAPPEL-LIBERES  TO W-RT-NB.
           MOVE W-RAPPEL-LIBERES     TO W-RT-MONTANT.
           MOVE W-LIGNE-RAPPEL-TOTAL TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-HISTORIQUE.
           CLOSE FICHIER-HISTONET.
           CLOSE FICHIER-HISTORET.
           CLOSE FICHIER-RETENUES.
           CLOSE FICHIER-SUSPENS.
           CLOSE FICHIER-COORDONNEES.
           CLOSE FICHIER-AJUSTEMENTS.
           CLOSE FICHIER-ANNULATION.
           CLOSE FICHIER-ANNULGL.
           CLOSE FICHIER-RAPPEL.
           CLOSE FICHIER-RAPPORT.
           PERFORM 9500-ECRIRE-CONTROLE.

      ******************************************************************
      * 9500-ECRIRE-CONTROLE AJOUTE LA FICHE DE L'ANNULATION A
      * CONTROLE.DAT : NB1 = FICHES RETIREES DE HISTOPAIE.DAT, NB2 =
      * DE HISTONET.DAT, NB3 = ECRITURES INVERSES, MONTANT = BRUT
      * RETIRE, MONTANT2 = PERIODE ANNULEE. ELLE EMPECHE AUSSI UNE
      * SECONDE ANNULATION DE LA MEME PERIODE SUR LES MEMES FICHIERS.
      ******************************************************************
       9500-ECRIRE-CONTROLE.
           MOVE SPACE TO CTL-PROGRAMME.
           MOVE 0 TO CTL-NB1 CTL-NB2 CTL-NB3 CTL-MONTANT
                     CTL-MONTANT2.
           MOVE "TP2-ANNULATION"     TO CTL-PROGRAMME.
           MOVE W-NB-HIST-RETIRES    TO CTL-NB1.
           MOVE W-NB-HNET-RETIRES    TO CTL-NB2.
           MOVE W-NB-ECRITURES-ANNUL TO CTL-NB3.
           MOVE W-BRUT-RETIRE        TO CTL-MONTANT.
           MOVE W-DATE-ANNULEE       TO CTL-MONTANT2.
           OPEN EXTEND FICHIER-CTLCHAINE.
           MOVE FICHE-CONTROLE-CHAINE TO LIGNE-CTLCHAINE.
           WRITE LIGNE-CTLCHAINE.
           CLOSE FICHIER-CTLCHAINE.
