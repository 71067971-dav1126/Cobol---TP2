       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-TALONS.

      ***************************************************************
      * PROGRAMME BATCH - TALONS DE PAIE HEBDOMADAIRES
      * A EXECUTER APRES TP2-PAIE-NETTE. IMPRIME UN TALON PAR
      * EMPLOYE PAYE DANS LA PERIODE (TALONS.LIS), TIRE DE
      * L'HISTORIQUE DE PAIE (HISTOPAIE.DAT) POUR LES HEURES
      * REGULIERES, LES HEURES SUPPLEMENTAIRES ET LE TAUX, ET DE
      * L'HISTORIQUE DES RETENUES (HISTONET.DAT) POUR LE BRUT,
      * CHAQUE RETENUE, LE RATTRAPAGE RETROACTIF VERSE (VENU DE
      * AJUSTEMENTS.DAT, CONSERVE DANS HNET-AJUSTEMENT) ET LE NET.
      * LES RETENUES PROPRES A L'EMPLOYE (SAISIES, AVANCES, DONS)
      * SONT MONTREES UNE A UNE, TIREES DE HISTORET.DAT.
      * CHAQUE MONTANT EST MONTRE POUR LA PERIODE ET EN CUMUL DEPUIS
      * LE DEBUT DE L'ANNEE DE LA PERIODE. LE TALON DIT COMMENT LE
      * NET EST PARTI : DEPOT, AVEC LES COORDONNEES BANCAIRES DE
      * COORDBANC.DAT DONT LE NUMERO DE COMPTE EST MASQUE SAUF LES
      * QUATRE DERNIERS CARACTERES, OU CHEQUE. UNE PAIE RETENUE PAR
      * LA VERIFICATION DES VARIATIONS (MODE S) EST DITE RETENUE.
      * LES TALONS SONT TRIES PAR REGION PUIS PAR CODE : CHAQUE
      * GROUPE DE REGION EST PRECEDE D'UNE PAGE DE DISTRIBUTION
      * PORTANT LE NOM DU TERRITOIRE ET SON RESPONSABLE
      * (REG-RESPONSABLE DE REGIONS.DAT), QUI REMET LES TALONS.
      * LA PERIODE EST LUE SUR UNE CARTE DE PARAMETRES (AAAAMMJJ);
      * LAISSEE A BLANC, C'EST LA PERIODE PAYEE PAR TP2-REGISTRE
      * CETTE NUIT, RELUE DE SA FICHE DE CONTROLE (CONTROLE.DAT,
      * CTL-MONTANT2), LA MEME QUE TP2-PAIE-NETTE. SANS L'UNE NI
      * L'AUTRE, L'EXECUTION EST REFUSEE.
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
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           HIST-CLE
                  FILE STATUS          W-STATUT-HISTORIQUE.

           SELECT FICHIER-HISTONET
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

           SELECT OPTIONAL FICHIER-COORDONNEES
                  ASSIGN TO "COORDBANC.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           CB-CODE
                  FILE STATUS          W-STATUT-COORDONNEES.

           SELECT OPTIONAL FICHIER-REGIONS
                  ASSIGN TO "REGIONS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           REG-CODE
                  FILE STATUS          W-STATUT-REGIONS.

           SELECT OPTIONAL FICHIER-CTLCHAINE
                  ASSIGN TO "CONTROLE.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CTLCHAINE.

           SELECT FICHIER-TALONS   ASSIGN TO "TALONS.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-TALONS.

           SELECT FICHIER-TRI      ASSIGN TO "TALTRI.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
           COPY EMPREG.

       FD  FICHIER-HISTORIQUE.
           COPY HISTPAIE.

       FD  FICHIER-HISTONET.
           COPY HISTNET.

       FD  FICHIER-HISTORET.
           COPY HISTRET.

       FD  FICHIER-COORDONNEES.
           COPY COORBANC.

       FD  FICHIER-REGIONS.
           COPY REGREF.

       FD  FICHIER-CTLCHAINE.
       01  LIGNE-CTLCHAINE                 PIC X(63).

       FD  FICHIER-TALONS.
       01  LIGNE-TALONS                    PIC X(80).

       SD  FICHIER-TRI.
       01  SD-FICHE-TRI.
           05  SD-REGION                 PIC 99.
           05  SD-CODE                   PIC X(6).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-FICHIER                PIC 99.
       01  W-STATUT-HISTORIQUE             PIC 99.
       01  W-STATUT-HISTONET               PIC 99.
       01  W-STATUT-HISTORET               PIC 99.
       01  W-STATUT-COORDONNEES            PIC 99.
       01  W-STATUT-REGIONS                PIC 99.
       01  W-STATUT-CTLCHAINE              PIC 99.
       01  W-STATUT-TALONS                 PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-LECTURE               PIC 9 VALUE 0.
       01  W-IND-FIN-TRI                   PIC 9 VALUE 0.
       01  W-IND-FIN-CTLCHAINE             PIC 9 VALUE 0.
       01  W-IND-FIN-CUMUL                 PIC 9 VALUE 0.
       01  W-IND-FIN-RETENUES              PIC 9 VALUE 0.
       01  W-IND-PREMIERE-LIGNE            PIC 9 VALUE 1.

      ***************************************************************
      * PERIODE DES TALONS - CARTE DE PARAMETRES, SINON LA PERIODE
      * PAYEE PAR TP2-REGISTRE CETTE NUIT
      ***************************************************************
       01  W-PARM-PERIODE-X                PIC X(8) VALUE SPACE.
       01  W-PERIODE-REGISTRE              PIC 9(8) VALUE 0.
       01  W-DATE-PAIE                     PIC 9(8) VALUE 0.
       01  W-DEBUT-ANNEE.
           05  W-DA-ANNEE                  PIC 9(4).
           05  W-DA-MOIS-JOUR              PIC 9(4) VALUE 0101.

       01  W-DATE-AJD                      PIC 9999/99/99.
       01  W-REGION-COURANTE               PIC 99 VALUE 0.
       01  W-NOM-REGION-COURANTE           PIC X(25).
       01  W-RESPONSABLE-COURANT           PIC X(25).

      ***************************************************************
      * MONTANTS DE LA PERIODE ET CUMULS ANNUELS DE L'EMPLOYE
      ***************************************************************
       01  W-PER-BRUT                      PIC 9(6)V99 VALUE 0.
       01  W-PER-IMPOT                     PIC 9(6)V99 VALUE 0.
       01  W-PER-PENSION                   PIC 9(6)V99 VALUE 0.
       01  W-PER-SYNDICAT                  PIC 9(4)V99 VALUE 0.
       01  W-PER-AJUSTEMENT                PIC 9(7)V99 VALUE 0.
       01  W-PER-NET                       PIC 9(7)V99 VALUE 0.
       01  W-PER-MODE-PAIEMENT             PIC X VALUE SPACE.
       01  W-CUMUL-BRUT                    PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-IMPOT                   PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-PENSION                 PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-SYNDICAT                PIC 9(6)V99 VALUE 0.
       01  W-CUMUL-AJUSTEMENT              PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-NET                     PIC 9(8)V99 VALUE 0.

      ***************************************************************
      * RETENUES PROPRES A L'EMPLOYE (HISTORET.DAT) : UN POSTE PAR
      * CODE DE RETENUE VU DANS L'ANNEE, MONTANT DE LA PERIODE ET
      * CUMUL ANNUEL
      ***************************************************************
       01  W-NB-RETENUES                   PIC 99 VALUE 0.
       01  W-TABLE-RETENUES.
           05  W-RETENUE OCCURS 20.
               10  W-RT-CODE             PIC X(4).
               10  W-RT-CREANCIER        PIC X(25).
               10  W-RT-PERIODE          PIC 9(5)V99.
               10  W-RT-CUMUL            PIC 9(7)V99.
       01  W-IDX-RT                        PIC 99 VALUE 0.
       01  W-IND-RT-TROUVE                 PIC 9 VALUE 0.

      ***************************************************************
      * COMPTEURS DE CONTROLE
      ***************************************************************
       01  W-NB-TALONS                     PIC 9(6) VALUE 0.
       01  W-NB-TALONS-REGION              PIC 9(6) VALUE 0.
       01  W-NB-DEPOTS                     PIC 9(6) VALUE 0.
       01  W-NB-CHEQUES                    PIC 9(6) VALUE 0.
       01  W-NB-PAIES-RETENUES             PIC 9(6) VALUE 0.
       01  W-TOTAL-NET                     PIC 9(9)V99 VALUE 0.

      ***************************************************************
      * MASQUE DU NUMERO DE COMPTE : SEULS LES QUATRE DERNIERS
      * CARACTERES SIGNIFICATIFS RESTENT LISIBLES SUR LE TALON
      ***************************************************************
       01  W-COMPTE-MASQUE                 PIC X(12).
       01  W-COMPTE-INVERSE                PIC X(12).
       01  W-NB-BLANCS                     PIC 99 VALUE 0.
       01  W-LG-COMPTE                     PIC 99 VALUE 0.
       01  W-LG-MASQUE                     PIC 99 VALUE 0.

       01  W-TEXTE-DEPOT.
           05  FILLER                    PIC X(16)
                             VALUE "DEPOT - TRANSIT ".
           05  W-TD-TRANSIT              PIC 9(5).
           05  FILLER                    PIC X(7)  VALUE " INST. ".
           05  W-TD-INSTITUTION          PIC 9(3).
           05  FILLER                    PIC X(8)  VALUE " COMPTE ".
           05  W-TD-COMPTE               PIC X(12).

      ***************************************************************
      * LIGNES DES TALONS
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "TALONS DE PAIE".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-SEPARATION            PIC X(80) VALUE ALL "=".
       01  W-LIGNE-COUPURE               PIC X(80) VALUE ALL "-".

       01  W-LIGNE-ENTETE-REGION.
           05  FILLER                    PIC X(7) VALUE "REGION".
           05  W-ER-REGION               PIC Z9.
           05  FILLER                    PIC X(3) VALUE " - ".
           05  W-ER-NOM                  PIC X(25).

       01  W-LIGNE-RESPONSABLE.
           05  FILLER                    PIC X(22)
                             VALUE "TALONS A REMETTRE PAR:".
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  W-RS-NOM                  PIC X(25).

       01  W-LIGNE-TALON-ENTETE.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "TALON DE PAIE".
           05  FILLER                    PIC X(9) VALUE "PERIODE:".
           05  W-TE-PERIODE              PIC 9999/99/99.

       01  W-LIGNE-TALON-EMPLOYE.
           05  FILLER                    PIC X(8)  VALUE "EMPLOYE".
           05  W-TE-CODE                 PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACE.
           05  W-TE-NOM                  PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  W-TE-PRENOM               PIC X(15).
           05  FILLER                    PIC X(8)  VALUE " REGION".
           05  W-TE-REGION               PIC Z9.

       01  W-LIGNE-TALON-HEURES.
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  FILLER                    PIC X(19)
                             VALUE "HEURES REGULIERES:".
           05  W-TH-HEURES-REG           PIC ZZ9.
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  FILLER                    PIC X(17)
                             VALUE "SUPPLEMENTAIRES:".
           05  W-TH-HEURES-SUPP          PIC ZZ9.
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  FILLER                    PIC X(6)  VALUE "TAUX:".
           05  W-TH-TAUX                 PIC Z9.99.

       01  W-LIGNE-TALON-COLONNES.
           05  FILLER                    PIC X(33) VALUE SPACE.
           05  FILLER                    PIC X(13) VALUE "PERIODE".
           05  FILLER                    PIC X(12) VALUE "CUMUL ANNUEL".

       01  W-LIGNE-TALON-MONTANT.
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  W-TM-LIBELLE              PIC X(24).
           05  W-TM-PERIODE              PIC ZZZ,ZZZ.99.
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  W-TM-CUMUL                PIC ZZ,ZZZ,ZZZ.99.

       01  W-LIGNE-TALON-PAIEMENT.
           05  FILLER                    PIC X(4)  VALUE SPACE.
           05  FILLER                    PIC X(18)
                             VALUE "MODE DE PAIEMENT:".
           05  W-TP-TEXTE                PIC X(51).

       01  W-LIGNE-TOTAL-REGION.
           05  FILLER                    PIC X(28)
                             VALUE "TALONS DE LA REGION".
           05  W-TR-REGION               PIC Z9.
           05  FILLER                    PIC X(2) VALUE ": ".
           05  W-TR-NB                   PIC ZZZZZ9.

       01  W-LIGNE-TOTAL.
           05  W-TG-LIBELLE              PIC X(28).
           05  W-TG-NB                   PIC ZZZZZ9.

       01  W-LIGNE-TOTAL-NET.
           05  FILLER                    PIC X(28)
                             VALUE "TOTAL DU NET DES TALONS:".
           05  W-TN-MONTANT              PIC ZZZ,ZZZ,ZZZ.99.

      ***************************************************************
      * FICHE DE CONTROLE DE LA CHAINE DE NUIT (PERIODE DU REGISTRE)
      ***************************************************************
           COPY CTLCHN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           IF W-DATE-PAIE = 0
               DISPLAY "TP2-TALONS - AUCUNE PERIODE EN CARTE NI "
                       "FICHE DE TP2-REGISTRE DANS CONTROLE.DAT, "
                       "EXECUTION REFUSEE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-OUVRIR-FICHIERS.

           SORT FICHIER-TRI
               ON ASCENDING KEY SD-REGION SD-CODE
               INPUT PROCEDURE 2000-ALIMENTER-TRI
               OUTPUT PROCEDURE 3000-IMPRIMER-TALONS.

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
               PERFORM 1280-LIRE-PERIODE-REGISTRE
               MOVE W-PERIODE-REGISTRE TO W-DATE-PAIE
           END-IF.
           MOVE W-DATE-PAIE(1:4) TO W-DA-ANNEE.

      ******************************************************************
       1100-OUVRIR-FICHIERS.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-HISTORIQUE.
           OPEN INPUT FICHIER-HISTONET.
           OPEN INPUT FICHIER-HISTORET.
           OPEN INPUT FICHIER-COORDONNEES.
           OPEN INPUT FICHIER-REGIONS.
           OPEN OUTPUT FICHIER-TALONS.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE SPACE TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.

      ******************************************************************
      * 1280-LIRE-PERIODE-REGISTRE RELIT CONTROLE.DAT ET RETIENT LA
      * PERIODE PORTEE PAR LA DERNIERE FICHE DE TP2-REGISTRE, COMME
      * TP2-PAIE-NETTE.
      ******************************************************************
       1280-LIRE-PERIODE-REGISTRE.
           MOVE 0 TO W-PERIODE-REGISTRE.
           MOVE 0 TO W-IND-FIN-CTLCHAINE.
           OPEN INPUT FICHIER-CTLCHAINE.
           PERFORM 1285-LIRE-CONTROLE
               UNTIL W-IND-FIN-CTLCHAINE = 1.
           CLOSE FICHIER-CTLCHAINE.

      ******************************************************************
       1285-LIRE-CONTROLE.
           READ FICHIER-CTLCHAINE INTO FICHE-CONTROLE-CHAINE
               AT END MOVE 1 TO W-IND-FIN-CTLCHAINE
           END-READ.
           IF W-IND-FIN-CTLCHAINE = 0
           AND CTL-PROGRAMME = "TP2-REGISTRE"
           AND CTL-MONTANT2 NOT = 0
               MOVE CTL-MONTANT2 TO W-PERIODE-REGISTRE
           END-IF.

      ******************************************************************
      * 2000-ALIMENTER-TRI RETIENT LES FICHES DE L'HISTORIQUE DES
      * RETENUES DATEES DE LA PERIODE : UN EMPLOYE PARTI DANS LA
      * SEMAINE A AUSSI SON DERNIER TALON. LA REGION EST CELLE DE LA
      * PAIE, CONSERVEE DANS L'HISTORIQUE.
      ******************************************************************
       2000-ALIMENTER-TRI.
           PERFORM 2100-LIRE-HISTONET UNTIL W-IND-FIN-LECTURE = 1.

      ******************************************************************
       2100-LIRE-HISTONET.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-LECTURE
           END-READ.
           IF W-IND-FIN-LECTURE = 0
           AND HNET-DATE-PAIE = W-DATE-PAIE
               MOVE HNET-REGION TO SD-REGION
               MOVE HNET-CODE   TO SD-CODE
               RELEASE SD-FICHE-TRI
           END-IF.

      ******************************************************************
       3000-IMPRIMER-TALONS.
           PERFORM 3100-TRAITER-LIGNE-TRIEE UNTIL W-IND-FIN-TRI = 1.
           IF W-IND-PREMIERE-LIGNE = 0
               PERFORM 3900-ECRIRE-TOTAL-REGION
           END-IF.

      ******************************************************************
       3100-TRAITER-LIGNE-TRIEE.
           RETURN FICHIER-TRI
               AT END MOVE 1 TO W-IND-FIN-TRI
           END-RETURN.
           IF W-IND-FIN-TRI = 0
               IF W-IND-PREMIERE-LIGNE = 1
               OR SD-REGION NOT = W-REGION-COURANTE
                   IF W-IND-PREMIERE-LIGNE = 0
                       PERFORM 3900-ECRIRE-TOTAL-REGION
                   END-IF
                   MOVE SD-REGION TO W-REGION-COURANTE
                   PERFORM 3150-ECRIRE-ENTETE-REGION
               END-IF
               MOVE 0 TO W-IND-PREMIERE-LIGNE
               PERFORM 3200-PREPARER-TALON
               PERFORM 3300-ECRIRE-TALON
           END-IF.

      ******************************************************************
      * 3150-ECRIRE-ENTETE-REGION IMPRIME LA PAGE DE DISTRIBUTION DE
      * LA REGION : NOM DU TERRITOIRE ET RESPONSABLE QUI REMET LES
      * TALONS, TIRES DU REFERENTIEL DES REGIONS (REGIONS.DAT).
      ******************************************************************
       3150-ECRIRE-ENTETE-REGION.
           MOVE SD-REGION TO REG-CODE.
           READ FICHIER-REGIONS
               INVALID KEY
                   MOVE "(REGION INCONNUE)" TO W-NOM-REGION-COURANTE
                   MOVE "(AUCUN RESPONSABLE)" TO W-RESPONSABLE-COURANT
               NOT INVALID KEY
                   MOVE REG-NOM         TO W-NOM-REGION-COURANTE
                   MOVE REG-RESPONSABLE TO W-RESPONSABLE-COURANT
           END-READ.
           MOVE 0 TO W-NB-TALONS-REGION.
           MOVE W-LIGNE-SEPARATION TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE SD-REGION              TO W-ER-REGION.
           MOVE W-NOM-REGION-COURANTE  TO W-ER-NOM.
           MOVE W-LIGNE-ENTETE-REGION  TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE W-RESPONSABLE-COURANT  TO W-RS-NOM.
           MOVE W-LIGNE-RESPONSABLE    TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE W-LIGNE-SEPARATION TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE SPACE TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.

      ******************************************************************
      * 3200-PREPARER-TALON RELIT LE NOM DE L'EMPLOYE, SES HEURES ET
      * SON TAUX DE LA PERIODE DANS L'HISTORIQUE DE PAIE, PUIS CUMULE
      * SES RETENUES DEPUIS LE DEBUT DE L'ANNEE JUSQU'A LA PERIODE.
      ******************************************************************
       3200-PREPARER-TALON.
           MOVE SD-CODE TO EMPL-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE "(EMPLOYE INCONNU)" TO EMPL-NOM
                   MOVE SPACE TO EMPL-PRENOM
           END-READ.
           MOVE SD-CODE     TO HIST-CODE.
           MOVE W-DATE-PAIE TO HIST-DATE-PAIE.
           READ FICHIER-HISTORIQUE
               INVALID KEY
                   MOVE 0 TO HIST-NB-HEURES
                   MOVE 0 TO HIST-HEURES-SUPP
                   MOVE 0 TO HIST-TAUX
           END-READ.
           PERFORM 3250-CUMULER-ANNEE.
           PERFORM 3280-CUMULER-RETENUES.

      ******************************************************************
      * 3250-CUMULER-ANNEE SE POSITIONNE SUR LA PREMIERE FICHE DE
      * L'ANNEE DE L'EMPLOYE DANS HISTONET.DAT (CLE EMPLOYE + DATE)
      * ET ADDITIONNE TOUTES SES FICHES JUSQU'A LA PERIODE INCLUSE.
      ******************************************************************
       3250-CUMULER-ANNEE.
           MOVE 0 TO W-CUMUL-BRUT.
           MOVE 0 TO W-CUMUL-IMPOT.
           MOVE 0 TO W-CUMUL-PENSION.
           MOVE 0 TO W-CUMUL-SYNDICAT.
           MOVE 0 TO W-CUMUL-AJUSTEMENT.
           MOVE 0 TO W-CUMUL-NET.
           MOVE 0 TO W-PER-BRUT.
           MOVE 0 TO W-PER-IMPOT.
           MOVE 0 TO W-PER-PENSION.
           MOVE 0 TO W-PER-SYNDICAT.
           MOVE 0 TO W-PER-AJUSTEMENT.
           MOVE 0 TO W-PER-NET.
           MOVE SPACE TO W-PER-MODE-PAIEMENT.
           MOVE 0 TO W-IND-FIN-CUMUL.
           MOVE SD-CODE       TO HNET-CODE.
           MOVE W-DEBUT-ANNEE TO HNET-DATE-PAIE.
           START FICHIER-HISTONET KEY NOT < HNET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-CUMUL
           END-START.
           PERFORM 3260-LIRE-CUMUL UNTIL W-IND-FIN-CUMUL = 1.

      ******************************************************************
       3260-LIRE-CUMUL.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CUMUL
           END-READ.
           IF W-IND-FIN-CUMUL = 0
               IF HNET-CODE NOT = SD-CODE
               OR HNET-DATE-PAIE > W-DATE-PAIE
                   MOVE 1 TO W-IND-FIN-CUMUL
               ELSE
                   PERFORM 3270-ACCUMULER
               END-IF
           END-IF.

      ******************************************************************
       3270-ACCUMULER.
           ADD HNET-MONTANT-BRUT    TO W-CUMUL-BRUT.
           ADD HNET-MONTANT-IMPOT   TO W-CUMUL-IMPOT.
           ADD HNET-MONTANT-PENSION TO W-CUMUL-PENSION.
           ADD HNET-COTIS-SYNDICALE TO W-CUMUL-SYNDICAT.
           ADD HNET-AJUSTEMENT      TO W-CUMUL-AJUSTEMENT.
           ADD HNET-MONTANT-NET     TO W-CUMUL-NET.
           IF HNET-DATE-PAIE = W-DATE-PAIE
               MOVE HNET-MONTANT-BRUT    TO W-PER-BRUT
               MOVE HNET-MONTANT-IMPOT   TO W-PER-IMPOT
               MOVE HNET-MONTANT-PENSION TO W-PER-PENSION
               MOVE HNET-COTIS-SYNDICALE TO W-PER-SYNDICAT
               MOVE HNET-AJUSTEMENT      TO W-PER-AJUSTEMENT
               MOVE HNET-MONTANT-NET     TO W-PER-NET
               MOVE HNET-MODE-PAIEMENT   TO W-PER-MODE-PAIEMENT
           END-IF.

      ******************************************************************
      * 3280-CUMULER-RETENUES FAIT DE MEME DANS HISTORET.DAT (CLE
      * EMPLOYE + DATE + CODE DE RETENUE) POUR LES RETENUES PROPRES
      * A L'EMPLOYE, CUMULEES PAR CODE DE RETENUE.
      ******************************************************************
       3280-CUMULER-RETENUES.
           MOVE 0 TO W-NB-RETENUES.
           MOVE 0 TO W-IND-FIN-RETENUES.
           MOVE SD-CODE       TO HRET-CODE.
           MOVE W-DEBUT-ANNEE TO HRET-DATE-PAIE.
           MOVE LOW-VALUES    TO HRET-CODE-RETENUE.
           START FICHIER-HISTORET KEY NOT < HRET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-RETENUES
           END-START.
           PERFORM 3285-LIRE-RETENUE UNTIL W-IND-FIN-RETENUES = 1.

      ******************************************************************
       3285-LIRE-RETENUE.
           READ FICHIER-HISTORET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-RETENUES
           END-READ.
           IF W-IND-FIN-RETENUES = 0
               IF HRET-CODE NOT = SD-CODE
               OR HRET-DATE-PAIE > W-DATE-PAIE
                   MOVE 1 TO W-IND-FIN-RETENUES
               ELSE
                   PERFORM 3290-ACCUMULER-RETENUE
               END-IF
           END-IF.

      ******************************************************************
      * 3290-ACCUMULER-RETENUE : AU-DELA DE 20 CODES DISTINCTS DANS
      * L'ANNEE, LES SUIVANTS NE SONT PAS DETAILLES SUR LE TALON
      * (LE NET, LUI, LES COMPREND TOUJOURS).
      ******************************************************************
       3290-ACCUMULER-RETENUE.
           MOVE 0 TO W-IND-RT-TROUVE.
           PERFORM 3295-CHERCHER-RETENUE
               VARYING W-IDX-RT FROM 1 BY 1
               UNTIL W-IDX-RT > W-NB-RETENUES
               OR W-IND-RT-TROUVE = 1.
           IF W-IND-RT-TROUVE = 1
               SUBTRACT 1 FROM W-IDX-RT
           ELSE
               IF W-NB-RETENUES < 20
                   ADD 1 TO W-NB-RETENUES
                   MOVE W-NB-RETENUES     TO W-IDX-RT
                   MOVE HRET-CODE-RETENUE TO W-RT-CODE(W-IDX-RT)
                   MOVE HRET-CREANCIER    TO W-RT-CREANCIER(W-IDX-RT)
                   MOVE 0                 TO W-RT-PERIODE(W-IDX-RT)
                   MOVE 0                 TO W-RT-CUMUL(W-IDX-RT)
                   MOVE 1 TO W-IND-RT-TROUVE
               END-IF
           END-IF.
           IF W-IND-RT-TROUVE = 1
               ADD HRET-MONTANT TO W-RT-CUMUL(W-IDX-RT)
               IF HRET-DATE-PAIE = W-DATE-PAIE
                   ADD HRET-MONTANT TO W-RT-PERIODE(W-IDX-RT)
               END-IF
           END-IF.

      ******************************************************************
       3295-CHERCHER-RETENUE.
           IF W-RT-CODE(W-IDX-RT) = HRET-CODE-RETENUE
               MOVE 1 TO W-IND-RT-TROUVE
           END-IF.

      ******************************************************************
       3300-ECRIRE-TALON.
           ADD 1 TO W-NB-TALONS.
           ADD 1 TO W-NB-TALONS-REGION.
           ADD W-PER-NET TO W-TOTAL-NET.
           MOVE W-DATE-PAIE TO W-TE-PERIODE.
           MOVE W-LIGNE-TALON-ENTETE TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE SD-CODE     TO W-TE-CODE.
           MOVE EMPL-NOM    TO W-TE-NOM.
           MOVE EMPL-PRENOM TO W-TE-PRENOM.
           MOVE SD-REGION   TO W-TE-REGION.
           MOVE W-LIGNE-TALON-EMPLOYE TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           COMPUTE W-TH-HEURES-REG = HIST-NB-HEURES - HIST-HEURES-SUPP.
           MOVE HIST-HEURES-SUPP TO W-TH-HEURES-SUPP.
           MOVE HIST-TAUX        TO W-TH-TAUX.
           MOVE W-LIGNE-TALON-HEURES TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE W-LIGNE-TALON-COLONNES TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE "BRUT"               TO W-TM-LIBELLE.
           MOVE W-PER-BRUT           TO W-TM-PERIODE.
           MOVE W-CUMUL-BRUT         TO W-TM-CUMUL.
           PERFORM 3350-ECRIRE-MONTANT.
           MOVE "IMPOT"              TO W-TM-LIBELLE.
           MOVE W-PER-IMPOT          TO W-TM-PERIODE.
           MOVE W-CUMUL-IMPOT        TO W-TM-CUMUL.
           PERFORM 3350-ECRIRE-MONTANT.
           MOVE "PENSION"            TO W-TM-LIBELLE.
           MOVE W-PER-PENSION        TO W-TM-PERIODE.
           MOVE W-CUMUL-PENSION      TO W-TM-CUMUL.
           PERFORM 3350-ECRIRE-MONTANT.
           MOVE "COTISATION SYNDICALE" TO W-TM-LIBELLE.
           MOVE W-PER-SYNDICAT       TO W-TM-PERIODE.
           MOVE W-CUMUL-SYNDICAT     TO W-TM-CUMUL.
           PERFORM 3350-ECRIRE-MONTANT.
           PERFORM 3360-ECRIRE-RETENUE
               VARYING W-IDX-RT FROM 1 BY 1
               UNTIL W-IDX-RT > W-NB-RETENUES.
           IF W-PER-AJUSTEMENT > 0
           OR W-CUMUL-AJUSTEMENT > 0
               MOVE "AJUSTEMENT RETROACTIF" TO W-TM-LIBELLE
               MOVE W-PER-AJUSTEMENT     TO W-TM-PERIODE
               MOVE W-CUMUL-AJUSTEMENT   TO W-TM-CUMUL
               PERFORM 3350-ECRIRE-MONTANT
           END-IF.
           MOVE "NET"                TO W-TM-LIBELLE.
           MOVE W-PER-NET            TO W-TM-PERIODE.
           MOVE W-CUMUL-NET          TO W-TM-CUMUL.
           PERFORM 3350-ECRIRE-MONTANT.
           PERFORM 3400-ECRIRE-PAIEMENT.
           MOVE W-LIGNE-COUPURE TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.

      ******************************************************************
       3350-ECRIRE-MONTANT.
           MOVE W-LIGNE-TALON-MONTANT TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.

      ******************************************************************
      * 3360-ECRIRE-RETENUE : LE LIBELLE PORTE LE CODE DE RETENUE ET
      * LE CREANCIER.
      ******************************************************************
       3360-ECRIRE-RETENUE.
           MOVE SPACE TO W-TM-LIBELLE.
           STRING W-RT-CODE(W-IDX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-RT-CREANCIER(W-IDX-RT) DELIMITED BY SIZE
                  INTO W-TM-LIBELLE.
           MOVE W-RT-PERIODE(W-IDX-RT) TO W-TM-PERIODE.
           MOVE W-RT-CUMUL(W-IDX-RT)   TO W-TM-CUMUL.
           PERFORM 3350-ECRIRE-MONTANT.

      ******************************************************************
      * 3400-ECRIRE-PAIEMENT DIT COMMENT LE NET EST PARTI. POUR UN
      * DEPOT, LES COORDONNEES SONT RELUES DANS COORDBANC.DAT ET LE
      * NUMERO DE COMPTE EST MASQUE; DES COORDONNEES RETIREES DEPUIS
      * LA PAIE LAISSENT LE COMPTE ENTIEREMENT MASQUE.
      ******************************************************************
       3400-ECRIRE-PAIEMENT.
           EVALUATE TRUE
               WHEN W-PER-MODE-PAIEMENT = "C"
                   ADD 1 TO W-NB-CHEQUES
                   MOVE "CHEQUE" TO W-TP-TEXTE
               WHEN W-PER-MODE-PAIEMENT = "S"
                   ADD 1 TO W-NB-PAIES-RETENUES
                   MOVE "PAIE RETENUE - VERSEE APRES VERIFICATION"
                       TO W-TP-TEXTE
               WHEN OTHER
                   ADD 1 TO W-NB-DEPOTS
                   MOVE SD-CODE TO CB-CODE
                   READ FICHIER-COORDONNEES
                       INVALID KEY
                           MOVE ZERO  TO CB-TRANSIT
                           MOVE ZERO  TO CB-INSTITUTION
                           MOVE SPACE TO CB-COMPTE
                   END-READ
                   PERFORM 3450-MASQUER-COMPTE
                   MOVE CB-TRANSIT      TO W-TD-TRANSIT
                   MOVE CB-INSTITUTION  TO W-TD-INSTITUTION
                   MOVE W-COMPTE-MASQUE TO W-TD-COMPTE
                   MOVE W-TEXTE-DEPOT   TO W-TP-TEXTE
           END-EVALUATE.
           MOVE W-LIGNE-TALON-PAIEMENT TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.

      ******************************************************************
      * 3450-MASQUER-COMPTE REMPLACE PAR DES * TOUT LE NUMERO DE
      * COMPTE SAUF SES QUATRE DERNIERS CARACTERES SIGNIFICATIFS (LE
      * NUMERO EST CADRE A GAUCHE DANS CB-COMPTE).
      ******************************************************************
       3450-MASQUER-COMPTE.
           MOVE CB-COMPTE TO W-COMPTE-MASQUE.
           MOVE FUNCTION REVERSE(CB-COMPTE) TO W-COMPTE-INVERSE.
           MOVE 0 TO W-NB-BLANCS.
           INSPECT W-COMPTE-INVERSE TALLYING W-NB-BLANCS
               FOR LEADING SPACE.
           COMPUTE W-LG-COMPTE = 12 - W-NB-BLANCS.
           IF W-LG-COMPTE > 4
               COMPUTE W-LG-MASQUE = W-LG-COMPTE - 4
               INSPECT W-COMPTE-MASQUE(1:W-LG-MASQUE)
                   REPLACING CHARACTERS BY "*"
           ELSE
               MOVE "****" TO W-COMPTE-MASQUE
           END-IF.

      ******************************************************************
       3900-ECRIRE-TOTAL-REGION.
           MOVE W-REGION-COURANTE  TO W-TR-REGION.
           MOVE W-NB-TALONS-REGION TO W-TR-NB.
           MOVE W-LIGNE-TOTAL-REGION TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE SPACE TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.

      ******************************************************************
      * 9000-TERMINER IMPRIME LES TOTAUX DE CONTROLE : LE NOMBRE DE
      * TALONS ET LEUR NET DOIVENT RECOUPER L'ETAT BRUT-A-NET DE
      * TP2-PAIE-NETTE POUR LA MEME PERIODE.
      ******************************************************************
       9000-TERMINER.
           MOVE "NOMBRE DE TALONS:"  TO W-TG-LIBELLE.
           MOVE W-NB-TALONS          TO W-TG-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE "  DONT DEPOTS:"     TO W-TG-LIBELLE.
           MOVE W-NB-DEPOTS          TO W-TG-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE "  DONT CHEQUES:"    TO W-TG-LIBELLE.
           MOVE W-NB-CHEQUES         TO W-TG-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE "  DONT PAIES RETENUES:" TO W-TG-LIBELLE.
           MOVE W-NB-PAIES-RETENUES  TO W-TG-NB.
           MOVE W-LIGNE-TOTAL TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           MOVE W-TOTAL-NET TO W-TN-MONTANT.
           MOVE W-LIGNE-TOTAL-NET TO LIGNE-TALONS.
           WRITE LIGNE-TALONS.
           CLOSE FICHIER-IDX.
           CLOSE FICHIER-HISTORIQUE.
           CLOSE FICHIER-HISTONET.
           CLOSE FICHIER-HISTORET.
           CLOSE FICHIER-COORDONNEES.
           CLOSE FICHIER-REGIONS.
           CLOSE FICHIER-TALONS.
