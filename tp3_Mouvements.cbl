      * MOUVRAPP.LIS. UN MOUVEMENT X ANNULE LES MOUVEMENTS EN
      * ATTENTE DU CODE EMPLOYE QU'IL PORTE, TANT QU'ILS N'ONT PAS
      * ETE APPLIQUES.
      * LES AUGMENTATIONS D'ECHELON A L'ANCIENNETE SONT AJOUTEES
      * CHAQUE MOIS A MOUVATT.DAT PAR TP2-ECHELONS, COMME MOUVEMENTS
      * M DATES DE L'ANNIVERSAIRE D'EMBAUCHE.
      * LE DEPART EST UNE TERMINAISON LOGIQUE : LA FICHE RECOIT LE
      * STATUT T ET LA DATE DU MOUVEMENT COMME DATE DE DEPART, ET
      * UNE COPIE COMPLETE EST AJOUTEE AU FICHIER DES PARTANTS
      * (ARCHIVES.DAT), COMME AU DEPART FAIT A L'ECRAN. LE SOLDE DE
      * VACANCES RESTANT DANS LA BANQUE DE CONGES (CONGES.DAT) EST
      * MARQUE A PAYER AVEC LA DATE DE DEPART.
      * LE RAPPORT MOUVRAPP.LIS MONTRE, POUR CHAQUE MOUVEMENT, LE
      * RESULTAT ET LES IMAGES AVANT/APRES DE LA FICHE. LES
      * MOUVEMENTS REFUSES (CODE DEJA EXISTANT A L'AJOUT, CODE
                  RECORD KEY           REG-CODE
                  FILE STATUS          W-STATUT-REGIONS.

           SELECT OPTIONAL FICHIER-CONGES
                  ASSIGN TO "CONGES.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          DYNAMIC
                  RECORD KEY           BQC-CODE
                  FILE STATUS          W-STATUT-CONGES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-IDX.
       FD  FICHIER-REGIONS.
           COPY REGREF.

       FD  FICHIER-CONGES.
           COPY BANQCONG.

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
       01  W-STATUT-ATTENTE                PIC 99.
       01  W-STATUT-ARCHIVES               PIC 99.
       01  W-STATUT-REGIONS                PIC 99.
       01  W-STATUT-CONGES                 PIC 99.

      ***************************************************************
      * INDICATEUR DE FIN ET COMPTEURS DE CONTROLE
                   PERFORM 8000-REJETER
               NOT INVALID KEY
                   PERFORM 5200-ARCHIVER-FICHE
                   PERFORM 5300-SIGNALER-CONGES
                   PERFORM 8100-APPLIQUER
                   MOVE "APRES: " TO WI-LIBELLE
                   PERFORM 8300-ECRIRE-IMAGE
           WRITE LIGNE-ARCHIVES.
           CLOSE FICHIER-ARCHIVES.

      ******************************************************************
      * 5300-SIGNALER-CONGES MARQUE A PAYER LE SOLDE DE VACANCES DU
      * PARTANT. UN EMPLOYE SANS BANQUE OU SANS SOLDE N'A RIEN A
      * TOUCHER.
      ******************************************************************
       5300-SIGNALER-CONGES.
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

      ******************************************************************
      * 5500-ANNULER-ATTENTE TRAITE UN MOUVEMENT X : TOUS LES
      * MOUVEMENTS EN ATTENTE DU CODE EMPLOYE PORTE SONT MARQUES
