       IDENTIFICATION DIVISION.
           PROGRAM-ID. TP2-CLOTURE-ANNEE.

      ***************************************************************
      * PROGRAMME BATCH - FERMETURE DE L'ANNEE DE PAIE
      * REMPLACE LA LISTE DE FIN D'ANNEE FAITE A LA MAIN. LA CARTE
      * PARAMETRE PORTE LA DATE DE LA PREMIERE FIN DE PERIODE DE LA
      * NOUVELLE ANNEE (AAAAMMJJ, OBLIGATOIRE), LA FREQUENCE DE PAIE
      * EN JOURS (07 A 31, 07 PAR DEFAUT : PAIE HEBDOMADAIRE) ET LA
      * DUREE DE CONSERVATION DES PARTANTS EN ANNEES (07 PAR
      * DEFAUT). L'ANNEE FERMEE EST CELLE QUI PRECEDE LA DATE DE LA
      * CARTE. L'EXECUTION EST REFUSEE, SANS RIEN TOUCHER (CODE
      * RETOUR 8) :
      *   - SANS DATE VALIDE OU AVEC UNE FREQUENCE HORS LIMITES
      *   - SI NI CALENDRIER.DAT NI CALENDRIER.AAAA (AAAA = ANNEE
      *     FERMEE) NE PORTENT DE PERIODE DE L'ANNEE FERMEE
      *   - SI UNE PERIODE DE L'ANNEE FERMEE, OU D'UNE ANNEE
      *     ANTERIEURE RESTEE AU CALENDRIER, N'EST PAS PAYEE (STATUT
      *     AUTRE QUE P; UNE PERIODE R, DONT LA REPRISE EST AUTORISEE,
      *     DOIT ETRE REPAYEE PAR TP2-REGISTRE AVANT LA FERMETURE)
      *   - SI UNE PAIE DE L'ANNEE FERMEE OU ANTERIEURE EST ENCORE
      *     RETENUE OU LIBEREE SANS ETRE VERSEE (SUSPENS.DAT, STATUT
      *     R OU L) : TP2-PAIE-NETTE QUI LA VERSERA ET TP2-ANNULATION
      *     ONT BESOIN DE SA FICHE DANS HISTONET.DAT
      *   - SI LE BRUT DE HISTOPAIE.DAT NE RECOUPE PAS CELUI DE
      *     HISTONET.DAT, EMPLOYE PAR EMPLOYE ET AU TOTAL, POUR LES
      *     ANNEES A FERMER. LA PREUVE EST FAITE PAR UN TRI DES DEUX
      *     HISTORIQUES SUR LE CODE EMPLOYE; LES EMPLOYES EN ECART
      *     SONT IMPRIMES AU RAPPORT AVANT LE REFUS.
      * UN CALENDRIER QUI DEBORDE LA TABLE FAIT REFUSER L'EXECUTION
      * AVEC LE CODE RETOUR 16, COMME A TP2-ANNULATION. SINON, LA
      * FERMETURE SE FAIT EN DEUX TEMPS :
      *   - COPIE, SANS TOUCHER AUX FICHIERS VIVANTS : LES FICHES DE
      *     L'ANNEE FERMEE ET DES ANNEES ANTERIEURES DE HISTOPAIE.DAT,
      *     HISTONET.DAT ET HISTORET.DAT SONT RECOPIEES TELLES
      *     QUELLES DANS HISTOPAIE.AAAA, HISTONET.AAAA ET
      *     HISTORET.AAAA; LES PARTANTS DE ARCHIVES.DAT DONT LE
      *     DEPART REMONTE A L'ANNEE FERMEE MOINS LA DUREE DE
      *     CONSERVATION, OU AVANT, DANS ARCHIVES.AAAA. PUIS LE
      *     CALENDRIER EST ROULE : SES PERIODES FERMEES PASSENT DANS
      *     CALENDRIER.AAAA ET CALENDRIER.DAT EST REECRIT AVEC LES
      *     PERIODES DE LA NOUVELLE ANNEE, DE LA DATE DE LA CARTE A
      *     LA FIN DE L'ANNEE, DE FREQUENCE EN FREQUENCE, TOUTES A
      *     PAYER (STATUT BLANC). SI LE CALENDRIER PORTE DEJA DES
      *     PERIODES DE LA NOUVELLE ANNEE, ELLES SONT CONSERVEES AVEC
      *     LEUR STATUT ET RIEN N'EST GENERE. UNE INTERRUPTION AVANT
      *     CE POINT NE LAISSE RIEN A REPARER : LA RELANCE REFAIT LA
      *     PREUVE SUR LES FICHIERS VIVANTS INTACTS ET RECREE LES
      *     FICHIERS D'ARCHIVE.
      *   - RETRAIT : LES FICHES DES ANNEES FERMEES SONT RETIREES DE
      *     HISTOPAIE.DAT, HISTONET.DAT ET HISTORET.DAT, ET
      *     ARCHIVES.DAT EST REECRIT SANS LES PARTANTS ARCHIVES (PAR
      *     LE FICHIER DE TRAVAIL ARCTRAV.TMP).
      * UNE RELANCE APRES LE ROULEMENT DU CALENDRIER (L'ANNEE N'Y
      * EST PLUS, MAIS ELLE EST DANS CALENDRIER.AAAA) EST UNE
      * REPRISE : LA PREUVE ET LA COPIE, DEJA FAITES, SONT SAUTEES ET
      * SEUL LE RETRAIT EST REFAIT, CE QUI EST SANS EFFET SI LA
      * FERMETURE ETAIT COMPLETE. LA REPRISE SE FAIT AVEC LA MEME
      * CARTE PARAMETRE.
      * LE RAPPORT (CLOTURE.LIS) DONNE LA PREUVE DU BRUT, LES FICHES
      * ET LES MONTANTS COPIES, LES FICHES RETIREES PAR FICHIER ET
      * LES PERIODES GENEREES. TP2-CUMULS ET TP2-RELEVES TRAVAILLANT
      * SUR L'ANNEE COURANTE, ILS DOIVENT TOURNER AVANT LA FERMETURE.
      * TP2-REMISES ET TP2-SAISIES DE DECEMBRE PEUVENT TOURNER APRES :
      * POUR UN MOIS D'UNE ANNEE FERMEE, ILS LISENT HISTONET.AAAA ET
      * HISTORET.AAAA. TP2-VARIATIONS COMPLETE SA MOYENNE PAR
      * HISTOPAIE.AAAA DE L'ANNEE PRECEDENTE.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-CALENDRIER
                  ASSIGN TO "CALENDRIER.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-CALENDRIER.

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

           SELECT OPTIONAL FICHIER-SUSPENS
                  ASSIGN TO "SUSPENS.DAT"
                  ORGANIZATION         INDEXED
                  ACCESS MODE          SEQUENTIAL
                  RECORD KEY           SUS-CLE
                  FILE STATUS          W-STATUT-SUSPENS.

           SELECT OPTIONAL FICHIER-ARCHIVES
                  ASSIGN TO "ARCHIVES.DAT"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCHIVES.

           SELECT FICHIER-TRAVAIL  ASSIGN TO "ARCTRAV.TMP"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-TRAVAIL.

           SELECT OPTIONAL FICHIER-ARCH-HISTOPAIE
                  ASSIGN USING         W-NOM-ARCH-HISTOPAIE
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTOPAIE.

           SELECT OPTIONAL FICHIER-ARCH-HISTONET
                  ASSIGN USING         W-NOM-ARCH-HISTONET
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTONET.

           SELECT OPTIONAL FICHIER-ARCH-HISTORET
                  ASSIGN USING         W-NOM-ARCH-HISTORET
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-HISTORET.

           SELECT OPTIONAL FICHIER-ARCH-ARCHIVES
                  ASSIGN USING         W-NOM-ARCH-ARCHIVES
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-ARCHIVES.

           SELECT OPTIONAL FICHIER-ARCH-CALENDRIER
                  ASSIGN USING         W-NOM-ARCH-CALENDRIER
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-ARCH-CALENDRIER.

           SELECT FICHIER-TRI      ASSIGN TO "CLOTRI.TMP".

           SELECT FICHIER-RAPPORT  ASSIGN TO "CLOTURE.LIS"
                  ORGANIZATION         LINE SEQUENTIAL
                  FILE STATUS          W-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-CALENDRIER.
           COPY CALPAIE.

       FD  FICHIER-HISTORIQUE.
           COPY HISTPAIE.

       FD  FICHIER-HISTONET.
           COPY HISTNET.

       FD  FICHIER-HISTORET.
           COPY HISTRET.

       FD  FICHIER-SUSPENS.
           COPY SUSPAIE.

       FD  FICHIER-ARCHIVES.
       01  LIGNE-ARCHIVES                  PIC X(68).

       FD  FICHIER-TRAVAIL.
       01  LIGNE-TRAVAIL                   PIC X(68).

       FD  FICHIER-ARCH-HISTOPAIE.
       01  LIGNE-ARCH-HISTOPAIE            PIC X(42).

       FD  FICHIER-ARCH-HISTONET.
       01  LIGNE-ARCH-HISTONET             PIC X(90).

       FD  FICHIER-ARCH-HISTORET.
       01  LIGNE-ARCH-HISTORET             PIC X(68).

       FD  FICHIER-ARCH-ARCHIVES.
       01  LIGNE-ARCH-ARCHIVES             PIC X(68).

       FD  FICHIER-ARCH-CALENDRIER.
       01  LIGNE-ARCH-CALENDRIER           PIC X(10).

       SD  FICHIER-TRI.
       01  SD-FICHE-TRI.
           05  SD-CODE                   PIC X(6).
           05  SD-SOURCE                 PIC X.
           05  SD-MONTANT-BRUT           PIC 9(6)V99.

       FD  FICHIER-RAPPORT.
       01  LIGNE-RAPPORT                   PIC X(80).

       WORKING-STORAGE SECTION.
      ***************************************************************
      * STATUTS DE FICHIER
      ***************************************************************
       01  W-STATUT-CALENDRIER             PIC 99.
       01  W-STATUT-HISTORIQUE             PIC 99.
       01  W-STATUT-HISTONET               PIC 99.
       01  W-STATUT-HISTORET               PIC 99.
       01  W-STATUT-SUSPENS                PIC 99.
       01  W-STATUT-ARCHIVES               PIC 99.
       01  W-STATUT-TRAVAIL                PIC 99.
       01  W-STATUT-ARCH-HISTOPAIE         PIC 99.
       01  W-STATUT-ARCH-HISTONET          PIC 99.
       01  W-STATUT-ARCH-HISTORET          PIC 99.
       01  W-STATUT-ARCH-ARCHIVES          PIC 99.
       01  W-STATUT-ARCH-CALENDRIER        PIC 99.
       01  W-STATUT-RAPPORT                PIC 99.

      ***************************************************************
      * INDICATEURS DE FIN
      ***************************************************************
       01  W-IND-FIN-CALENDRIER            PIC 9 VALUE 0.
       01  W-IND-FIN-HISTORIQUE            PIC 9 VALUE 0.
       01  W-IND-FIN-HISTONET              PIC 9 VALUE 0.
       01  W-IND-FIN-HISTORET              PIC 9 VALUE 0.
       01  W-IND-FIN-SUSPENS               PIC 9 VALUE 0.
       01  W-IND-FIN-ARCHIVES              PIC 9 VALUE 0.
       01  W-IND-FIN-TRAVAIL               PIC 9 VALUE 0.
       01  W-IND-FIN-TRI                   PIC 9 VALUE 0.
       01  W-IND-FIN-GENERATION            PIC 9 VALUE 0.
       01  W-IND-FIN-ARCH-CALENDRIER       PIC 9 VALUE 0.

      ***************************************************************
      * CARTE PARAMETRE ET VALEURS RETENUES
      ***************************************************************
       01  W-PARM-CLOTURE.
           05  W-PARM-DEBUT-X            PIC X(8).
           05  W-PARM-FREQUENCE-X        PIC X(2).
           05  W-PARM-FREQUENCE REDEFINES W-PARM-FREQUENCE-X
                                         PIC 99.
           05  W-PARM-CONSERVATION-X     PIC X(2).
           05  W-PARM-CONSERVATION REDEFINES W-PARM-CONSERVATION-X
                                         PIC 99.
       01  W-DATE-DEBUT                    PIC 9(8) VALUE 0.
       01  W-DATE-DEBUT-R REDEFINES W-DATE-DEBUT.
           05  W-DD-ANNEE                PIC 9(4).
           05  W-DD-MOIS                 PIC 99.
           05  W-DD-JOUR                 PIC 99.
       01  W-FREQUENCE                     PIC 99 VALUE 7.
       01  W-CONSERVATION                  PIC 99 VALUE 7.
       01  W-ANNEE-FERMEE                  PIC 9(4) VALUE 0.
       01  W-ANNEE-NOUVELLE                PIC 9(4) VALUE 0.
       01  W-ANNEE-LIMITE-DEPART           PIC 9(4) VALUE 0.
       01  W-ANNEE-FICHE                   PIC 9(4) VALUE 0.
       01  W-DATE-AJD                      PIC 9(8).
       01  W-IND-REFUS                     PIC 9 VALUE 0.
       01  W-CODE-REFUS                    PIC 99 VALUE 8.
       01  W-MESSAGE-REFUS                 PIC X(60) VALUE SPACE.
       01  W-IND-ECART                     PIC 9 VALUE 0.
       01  W-NB-NON-VERSEES                PIC 9(5) VALUE 0.
       01  W-PREMIERE-NON-VERSEE.
           05  W-PNV-CODE                PIC X(6).
           05  FILLER                    PIC X VALUE "/".
           05  W-PNV-DATE                PIC 9(8).
       01  W-IND-REPRISE                   PIC 9 VALUE 0.

      ***************************************************************
      * NOMS DES FICHIERS D'ARCHIVE, DATES DE L'ANNEE FERMEE
      ***************************************************************
       01  W-NOM-ARCH-HISTOPAIE.
           05  FILLER                    PIC X(10) VALUE "HISTOPAIE.".
           05  W-NAP-ANNEE               PIC 9(4).
       01  W-NOM-ARCH-HISTONET.
           05  FILLER                    PIC X(9)  VALUE "HISTONET.".
           05  W-NAN-ANNEE               PIC 9(4).
       01  W-NOM-ARCH-HISTORET.
           05  FILLER                    PIC X(9)  VALUE "HISTORET.".
           05  W-NAR-ANNEE               PIC 9(4).
       01  W-NOM-ARCH-ARCHIVES.
           05  FILLER                    PIC X(9)  VALUE "ARCHIVES.".
           05  W-NAA-ANNEE               PIC 9(4).
       01  W-NOM-ARCH-CALENDRIER.
           05  FILLER                    PIC X(11)
                                         VALUE "CALENDRIER.".
           05  W-NAC-ANNEE               PIC 9(4).

      ***************************************************************
      * CALENDRIER DES PERIODES, CHARGE EN TABLE COMME LE FAIT
      * TP2-REGISTRE. LES PERIODES DES ANNEES FERMEES PARTENT A
      * L'ARCHIVE, LES AUTRES SONT REECRITES. UN CALENDRIER QUI
      * DEBORDE LA TABLE FAIT REFUSER L'EXECUTION.
      ***************************************************************
       01  W-NB-PERIODES                   PIC 9(3) VALUE 0.
       01  W-TABLE-CALENDRIER.
           05  W-CAL OCCURS 120.
               10  W-CAL-DATE            PIC 9(8).
               10  W-CAL-STATUT          PIC X.
       01  W-IDX-CAL                       PIC 9(3) VALUE 0.
       01  W-IND-CAL-DEBORDEMENT           PIC 9 VALUE 0.
       01  W-NB-CAL-FERMEES                PIC 9(3) VALUE 0.
       01  W-NB-CAL-NOUVELLES              PIC 9(3) VALUE 0.
       01  W-NB-NON-PAYEES                 PIC 9(3) VALUE 0.
       01  W-PREMIERE-NON-PAYEE            PIC 9(8) VALUE 0.

       01  W-FICHE-CAL-ARCHIVE.
           05  W-FCA-DATE                PIC 9(8).
           05  FILLER                    PIC X VALUE SPACE.
           05  W-FCA-STATUT              PIC X.

      ***************************************************************
      * GENERATION DES PERIODES DE LA NOUVELLE ANNEE
      ***************************************************************
       01  W-JOUR-PERIODE                  PIC 9(7) VALUE 0.
       01  W-DATE-GENEREE                  PIC 9(8) VALUE 0.
       01  W-DATE-GENEREE-R REDEFINES W-DATE-GENEREE.
           05  W-DG-ANNEE                PIC 9(4).
           05  FILLER                    PIC 9(4).
       01  W-NB-CAL-GENEREES               PIC 9(3) VALUE 0.
       01  W-PREMIERE-GENEREE              PIC 9(8) VALUE 0.
       01  W-DERNIERE-GENEREE              PIC 9(8) VALUE 0.
       01  W-NB-CAL-CONSERVEES             PIC 9(3) VALUE 0.

      ***************************************************************
      * PREUVE DU BRUT : EMPLOYE COURANT DU TRI ET TOTAUX
      ***************************************************************
       01  W-IND-PREMIERE-LIGNE            PIC 9 VALUE 1.
       01  W-IND-ENTETE-ECART              PIC 9 VALUE 0.
       01  W-CODE-COURANT                  PIC X(6) VALUE SPACE.
       01  W-EMP-BRUT-HISTOPAIE            PIC 9(9)V99 VALUE 0.
       01  W-EMP-BRUT-HISTONET             PIC 9(9)V99 VALUE 0.
       01  W-EMP-ECART                     PIC S9(9)V99 VALUE 0.
       01  W-PRV-NB-EMPLOYES               PIC 9(7) VALUE 0.
       01  W-PRV-NB-ECARTS                 PIC 9(7) VALUE 0.
       01  W-PRV-NB-HISTOPAIE              PIC 9(7) VALUE 0.
       01  W-PRV-BRUT-HISTOPAIE            PIC 9(9)V99 VALUE 0.
       01  W-PRV-NB-HISTONET               PIC 9(7) VALUE 0.
       01  W-PRV-BRUT-HISTONET             PIC 9(9)V99 VALUE 0.

      ***************************************************************
      * ACCUMULATEURS DE L'ARCHIVAGE
      ***************************************************************
       01  W-NB-HIST-ARCHIVES              PIC 9(7) VALUE 0.
       01  W-BRUT-HIST-ARCHIVE             PIC 9(9)V99 VALUE 0.
       01  W-NB-HNET-ARCHIVES              PIC 9(7) VALUE 0.
       01  W-BRUT-HNET-ARCHIVE             PIC 9(9)V99 VALUE 0.
       01  W-NET-HNET-ARCHIVE              PIC 9(9)V99 VALUE 0.
       01  W-NB-HRET-ARCHIVES              PIC 9(7) VALUE 0.
       01  W-RETENUES-ARCHIVEES            PIC 9(9)V99 VALUE 0.
       01  W-NB-PARTANTS-LUS               PIC 9(7) VALUE 0.
       01  W-NB-PARTANTS-ARCHIVES          PIC 9(7) VALUE 0.
       01  W-NB-PARTANTS-CONSERVES         PIC 9(7) VALUE 0.
       01  W-NB-HIST-RETIRES               PIC 9(7) VALUE 0.
       01  W-NB-HNET-RETIRES               PIC 9(7) VALUE 0.
       01  W-NB-HRET-RETIRES               PIC 9(7) VALUE 0.
       01  W-NB-PARTANTS-RETIRES           PIC 9(7) VALUE 0.
       01  W-NB-COPIEES                    PIC 9(7) VALUE 0.

      ***************************************************************
      * FICHE EMPLOYE, POUR LIRE LA DATE DE DEPART DES PARTANTS
      ***************************************************************
           COPY EMPREG.

      ***************************************************************
      * LIGNES DU RAPPORT DE FERMETURE
      ***************************************************************
       01  W-LIGNE-ENTETE1.
           05  FILLER                    PIC X(20) VALUE "CRACK-INFO".
           05  FILLER                    PIC X(35)
                             VALUE "FERMETURE DE L'ANNEE DE PAIE".
           05  FILLER                    PIC X(6) VALUE "DATE:".
           05  W-E1-DATE                 PIC 9999/99/99.

       01  W-LIGNE-ANNEE.
           05  FILLER                    PIC X(15)
                             VALUE "ANNEE FERMEE:".
           05  W-A-FERMEE                PIC 9(4).
           05  FILLER                    PIC X(19)
                             VALUE "   NOUVELLE ANNEE:".
           05  W-A-NOUVELLE              PIC 9(4).

       01  W-LIGNE-PARAMETRES.
           05  FILLER                    PIC X(15)
                             VALUE "1ERE PERIODE:".
           05  W-PA-DEBUT                PIC 9999/99/99.
           05  FILLER                    PIC X(13)
                             VALUE "  FREQUENCE:".
           05  W-PA-FREQUENCE            PIC Z9.
           05  FILLER                    PIC X(20)
                             VALUE " JOURS  CONSERV.:".
           05  W-PA-CONSERVATION         PIC Z9.
           05  FILLER                    PIC X(4) VALUE " ANS".

       01  W-LIGNE-ECART-ENTETE.
           05  FILLER                    PIC X(10) VALUE "CODE".
           05  FILLER                    PIC X(18)
                             VALUE "BRUT HISTOPAIE".
           05  FILLER                    PIC X(18)
                             VALUE "BRUT HISTONET".
           05  FILLER                    PIC X(15) VALUE "ECART".

       01  W-LIGNE-ECART.
           05  W-EC-CODE                 PIC X(6).
           05  FILLER                    PIC X(2) VALUE SPACE.
           05  W-EC-BRUT-HISTOPAIE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(4) VALUE SPACE.
           05  W-EC-BRUT-HISTONET        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3) VALUE SPACE.
           05  W-EC-ECART                PIC -ZZZ,ZZZ,ZZ9.99.

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
               DISPLAY "TP2-CLOTURE-ANNEE - " W-MESSAGE-REFUS
               DISPLAY "TP2-CLOTURE-ANNEE - EXECUTION REFUSEE, AUCUN "
                       "FICHIER N'A ETE TOUCHE"
               MOVE W-CODE-REFUS TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-ECRIRE-ENTETE.
           IF W-IND-REPRISE = 0
               PERFORM 1600-PROUVER-ET-COPIER
           ELSE
               MOVE "REPRISE : ANNEE DEJA ROULEE AU CALENDRIER, PREUVE "
                   TO W-LT-TEXTE
               PERFORM 7300-ECRIRE-TEXTE
               MOVE "ET COPIE DEJA FAITES - RETRAIT SEULEMENT"
                   TO W-LT-TEXTE
               PERFORM 7300-ECRIRE-TEXTE
               PERFORM 7200-ECRIRE-BLANC
           END-IF.

           PERFORM 8000-RETIRER-HISTOPAIE.
           PERFORM 8200-RETIRER-HISTONET.
           PERFORM 8400-RETIRER-HISTORET.
           PERFORM 8600-EPURER-ARCHIVES.
           PERFORM 7000-ECRIRE-RAPPORT.
           PERFORM 9000-TERMINER.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALISER LIT LA CARTE PARAMETRE ET CHARGE LE
      * CALENDRIER. TOUT REFUS EST DECIDE ICI OU PAR LA PREUVE DU
      * BRUT, AVANT LA MOINDRE ECRITURE.
      ******************************************************************
       1000-INITIALISER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-AJD.
           MOVE SPACE TO W-PARM-CLOTURE.
           ACCEPT W-PARM-CLOTURE.
           IF W-PARM-DEBUT-X NUMERIC
               MOVE W-PARM-DEBUT-X TO W-DATE-DEBUT
           END-IF.
           IF W-DD-MOIS < 1 OR W-DD-MOIS > 12
           OR W-DD-JOUR < 1 OR W-DD-JOUR > 31
               MOVE 1 TO W-IND-REFUS
               MOVE "1ERE PERIODE (AAAAMMJJ) ABSENTE OU INVALIDE"
                   TO W-MESSAGE-REFUS
           ELSE
               IF FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT) = 0
                   MOVE 1 TO W-IND-REFUS
                   MOVE "DATE DE 1ERE PERIODE INEXISTANTE AU CALENDRIER"
                       TO W-MESSAGE-REFUS
               END-IF
           END-IF.
           IF W-PARM-FREQUENCE-X NUMERIC
           AND W-PARM-FREQUENCE > 0
               MOVE W-PARM-FREQUENCE TO W-FREQUENCE
           END-IF.
           IF W-PARM-CONSERVATION-X NUMERIC
           AND W-PARM-CONSERVATION > 0
               MOVE W-PARM-CONSERVATION TO W-CONSERVATION
           END-IF.
           IF W-IND-REFUS = 0
           AND (W-FREQUENCE < 7 OR W-FREQUENCE > 31)
               MOVE 1 TO W-IND-REFUS
               MOVE "FREQUENCE DE PAIE HORS DE 07 A 31 JOURS"
                   TO W-MESSAGE-REFUS
           END-IF.

           IF W-IND-REFUS = 0
               COMPUTE W-ANNEE-FERMEE = W-DD-ANNEE - 1
               MOVE W-DD-ANNEE TO W-ANNEE-NOUVELLE
               COMPUTE W-ANNEE-LIMITE-DEPART =
                       W-ANNEE-FERMEE - W-CONSERVATION
               MOVE W-ANNEE-FERMEE TO W-NAP-ANNEE W-NAN-ANNEE
                                      W-NAR-ANNEE W-NAA-ANNEE
                                      W-NAC-ANNEE
               OPEN INPUT FICHIER-CALENDRIER
               PERFORM 1100-LIRE-CALENDRIER
                   UNTIL W-IND-FIN-CALENDRIER = 1
               CLOSE FICHIER-CALENDRIER
               PERFORM 1200-VERIFIER-CALENDRIER
           END-IF.
           IF W-IND-REFUS = 0
           AND W-IND-REPRISE = 0
               PERFORM 1400-VERIFIER-SUSPENS
           END-IF.

      ******************************************************************
      * 1100-LIRE-CALENDRIER COMPTE LES PERIODES A FERMER (ANNEE
      * FERMEE OU ANTERIEURE), CELLES QUI NE SONT PAS PAYEES ET
      * CELLES DEJA PREVUES POUR LA NOUVELLE ANNEE.
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
                   MOVE CAL-DATE-PERIODE(1:4) TO W-ANNEE-FICHE
                   EVALUATE TRUE
                       WHEN W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                           ADD 1 TO W-NB-CAL-FERMEES
                           IF NOT CAL-PERIODE-PAYEE
                               ADD 1 TO W-NB-NON-PAYEES
                               IF W-NB-NON-PAYEES = 1
                                   MOVE CAL-DATE-PERIODE
                                       TO W-PREMIERE-NON-PAYEE
                               END-IF
                           END-IF
                       WHEN W-ANNEE-FICHE = W-ANNEE-NOUVELLE
                           ADD 1 TO W-NB-CAL-NOUVELLES
                   END-EVALUATE
               ELSE
                   MOVE 1 TO W-IND-CAL-DEBORDEMENT
                   MOVE 1 TO W-IND-FIN-CALENDRIER
               END-IF
           END-IF.

      ******************************************************************
      * 1200-VERIFIER-CALENDRIER : L'ANNEE A FERMER DOIT ETRE AU
      * CALENDRIER ET TOUTES SES PERIODES PAYEES (P). UNE PERIODE R
      * ATTEND SA REPRISE : PASSEE A L'ARCHIVE, TP2-REGISTRE NE
      * POURRAIT PLUS LA REPAYER.
      ******************************************************************
       1200-VERIFIER-CALENDRIER.
           EVALUATE TRUE
               WHEN W-IND-CAL-DEBORDEMENT = 1
                   MOVE 1 TO W-IND-REFUS
                   MOVE 16 TO W-CODE-REFUS
                   MOVE "CALENDRIER.DAT DEPASSE 120 PERIODES"
                       TO W-MESSAGE-REFUS
               WHEN W-NB-CAL-FERMEES = 0
                   PERFORM 1300-CHERCHER-ANNEE-ROULEE
                   IF W-IND-REPRISE = 0
                       MOVE 1 TO W-IND-REFUS
                       STRING "AUCUNE PERIODE DE " DELIMITED BY SIZE
                              W-ANNEE-FERMEE DELIMITED BY SIZE
                              " AU CALENDRIER NI A SON ARCHIVE"
                                  DELIMITED BY SIZE
                              INTO W-MESSAGE-REFUS
                   END-IF
               WHEN W-NB-NON-PAYEES > 0
                   MOVE 1 TO W-IND-REFUS
                   STRING W-NB-NON-PAYEES DELIMITED BY SIZE
                          " PERIODE(S) NON PAYEE(S), LA 1ERE LE "
                              DELIMITED BY SIZE
                          W-PREMIERE-NON-PAYEE DELIMITED BY SIZE
                          INTO W-MESSAGE-REFUS
           END-EVALUATE.

      ******************************************************************
      * 1300-CHERCHER-ANNEE-ROULEE : L'ANNEE N'EST PLUS AU CALENDRIER
      * MAIS SES PERIODES SONT DANS CALENDRIER.AAAA - LE ROULEMENT A
      * ETE FAIT ET LA FERMETURE EST REPRISE A L'ETAPE DU RETRAIT.
      ******************************************************************
       1300-CHERCHER-ANNEE-ROULEE.
           OPEN INPUT FICHIER-ARCH-CALENDRIER.
           PERFORM 1350-LIRE-ARCH-CALENDRIER
               UNTIL W-IND-FIN-ARCH-CALENDRIER = 1.
           CLOSE FICHIER-ARCH-CALENDRIER.

      ******************************************************************
       1350-LIRE-ARCH-CALENDRIER.
           READ FICHIER-ARCH-CALENDRIER INTO W-FICHE-CAL-ARCHIVE
               AT END MOVE 1 TO W-IND-FIN-ARCH-CALENDRIER
           END-READ.
           IF W-IND-FIN-ARCH-CALENDRIER = 0
           AND W-FCA-DATE NUMERIC
               MOVE W-FCA-DATE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE = W-ANNEE-FERMEE
                   MOVE 1 TO W-IND-REPRISE
                   MOVE 1 TO W-IND-FIN-ARCH-CALENDRIER
               END-IF
           END-IF.

      ******************************************************************
      * 1400-VERIFIER-SUSPENS : UNE PAIE RETENUE (R) OU LIBEREE (L)
      * D'UNE ANNEE A FERMER N'EST PAS ENCORE VERSEE. SA FICHE DE
      * HISTONET.DAT DOIT RESTER VIVANTE JUSQU'AU VERSEMENT : LA
      * FERMETURE ATTEND. EN REPRISE, LA COPIE A DEJA ETE FAITE SUR
      * CETTE VERIFICATION ET ELLE N'EST PAS REFAITE.
      ******************************************************************
       1400-VERIFIER-SUSPENS.
           OPEN INPUT FICHIER-SUSPENS.
           PERFORM 1450-LIRE-SUSPENS UNTIL W-IND-FIN-SUSPENS = 1.
           CLOSE FICHIER-SUSPENS.
           IF W-NB-NON-VERSEES > 0
               MOVE 1 TO W-IND-REFUS
               STRING W-NB-NON-VERSEES DELIMITED BY SIZE
                      " PAIE(S) RETENUE(S) NON VERSEE(S), 1RE "
                          DELIMITED BY SIZE
                      W-PREMIERE-NON-VERSEE DELIMITED BY SIZE
                      INTO W-MESSAGE-REFUS
           END-IF.

      ******************************************************************
       1450-LIRE-SUSPENS.
           READ FICHIER-SUSPENS
               AT END MOVE 1 TO W-IND-FIN-SUSPENS
           END-READ.
           IF W-IND-FIN-SUSPENS = 0
               MOVE SUS-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
               AND NOT SUS-VERSEE
                   ADD 1 TO W-NB-NON-VERSEES
                   IF W-NB-NON-VERSEES = 1
                       MOVE SUS-CODE      TO W-PNV-CODE
                       MOVE SUS-DATE-PAIE TO W-PNV-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       1500-ECRIRE-ENTETE.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE W-DATE-AJD TO W-E1-DATE.
           MOVE W-LIGNE-ENTETE1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-ANNEE-FERMEE   TO W-A-FERMEE.
           MOVE W-ANNEE-NOUVELLE TO W-A-NOUVELLE.
           MOVE W-LIGNE-ANNEE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE W-DATE-DEBUT   TO W-PA-DEBUT.
           MOVE W-FREQUENCE    TO W-PA-FREQUENCE.
           MOVE W-CONSERVATION TO W-PA-CONSERVATION.
           MOVE W-LIGNE-PARAMETRES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM 7200-ECRIRE-BLANC.

      ******************************************************************
      * 1600-PROUVER-ET-COPIER FAIT LA PREUVE DU BRUT, PUIS LA COPIE
      * DES FICHES A ARCHIVER ET LE ROULEMENT DU CALENDRIER. UN ECART
      * A LA PREUVE FAIT REFUSER L'EXECUTION AVANT TOUTE ECRITURE.
      ******************************************************************
       1600-PROUVER-ET-COPIER.
           MOVE "PREUVE DU BRUT HISTOPAIE / HISTONET" TO W-LT-TEXTE.
           PERFORM 7300-ECRIRE-TEXTE.
           SORT FICHIER-TRI
               ON ASCENDING KEY SD-CODE SD-SOURCE
               INPUT PROCEDURE 2000-ALIMENTER-TRI
               OUTPUT PROCEDURE 2500-PROUVER-BRUT.

           IF W-IND-ECART = 1
               MOVE "ECART DE BRUT - FERMETURE REFUSEE, AUCUN FICHIER "
                   TO W-LT-TEXTE
               PERFORM 7300-ECRIRE-TEXTE
               MOVE "N'A ETE TOUCHE" TO W-LT-TEXTE
               PERFORM 7300-ECRIRE-TEXTE
               CLOSE FICHIER-RAPPORT
               DISPLAY "TP2-CLOTURE-ANNEE - BRUT DE HISTOPAIE.DAT ET "
                       "DE HISTONET.DAT EN ECART, VOIR CLOTURE.LIS"
               DISPLAY "TP2-CLOTURE-ANNEE - EXECUTION REFUSEE, AUCUN "
                       "FICHIER N'A ETE TOUCHE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 3000-COPIER-HISTOPAIE.
           PERFORM 3500-COPIER-HISTONET.
           PERFORM 4000-COPIER-HISTORET.
           PERFORM 5000-COPIER-PARTANTS.
           PERFORM 6000-ROULER-CALENDRIER.

      ******************************************************************
      * 2000-ALIMENTER-TRI REMET AU TRI LE BRUT DE CHAQUE FICHE DES
      * ANNEES A FERMER, SOURCE P POUR HISTOPAIE.DAT ET N POUR
      * HISTONET.DAT. LES FICHIERS NE SONT QUE LUS ICI.
      ******************************************************************
       2000-ALIMENTER-TRI.
           OPEN INPUT FICHIER-HISTORIQUE.
           MOVE LOW-VALUES TO HIST-CLE.
           START FICHIER-HISTORIQUE KEY NOT < HIST-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-START.
           PERFORM 2100-LIRE-HISTOPAIE
               UNTIL W-IND-FIN-HISTORIQUE = 1.
           CLOSE FICHIER-HISTORIQUE.
           OPEN INPUT FICHIER-HISTONET.
           MOVE LOW-VALUES TO HNET-CLE.
           START FICHIER-HISTONET KEY NOT < HNET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTONET
           END-START.
           PERFORM 2200-LIRE-HISTONET
               UNTIL W-IND-FIN-HISTONET = 1.
           CLOSE FICHIER-HISTONET.

      ******************************************************************
       2100-LIRE-HISTOPAIE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-READ.
           IF W-IND-FIN-HISTORIQUE = 0
               MOVE HIST-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   MOVE HIST-CODE         TO SD-CODE
                   MOVE "P"               TO SD-SOURCE
                   MOVE HIST-MONTANT-BRUT TO SD-MONTANT-BRUT
                   RELEASE SD-FICHE-TRI
                   ADD 1                 TO W-PRV-NB-HISTOPAIE
                   ADD HIST-MONTANT-BRUT TO W-PRV-BRUT-HISTOPAIE
               END-IF
           END-IF.

      ******************************************************************
       2200-LIRE-HISTONET.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTONET
           END-READ.
           IF W-IND-FIN-HISTONET = 0
               MOVE HNET-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   MOVE HNET-CODE         TO SD-CODE
                   MOVE "N"               TO SD-SOURCE
                   MOVE HNET-MONTANT-BRUT TO SD-MONTANT-BRUT
                   RELEASE SD-FICHE-TRI
                   ADD 1                 TO W-PRV-NB-HISTONET
                   ADD HNET-MONTANT-BRUT TO W-PRV-BRUT-HISTONET
               END-IF
           END-IF.

      ******************************************************************
      * 2500-PROUVER-BRUT CUMULE LES DEUX BRUTS PAR EMPLOYE DANS LE
      * FICHIER TRIE ET IMPRIME CHAQUE EMPLOYE EN ECART, PUIS LES
      * TOTAUX DE LA PREUVE.
      ******************************************************************
       2500-PROUVER-BRUT.
           PERFORM 2600-TRAITER-LIGNE-TRIEE UNTIL W-IND-FIN-TRI = 1.
           IF W-IND-PREMIERE-LIGNE = 0
               PERFORM 2700-COMPARER-EMPLOYE
           END-IF.
           PERFORM 2800-ECRIRE-TOTAUX-PREUVE.

      ******************************************************************
       2600-TRAITER-LIGNE-TRIEE.
           RETURN FICHIER-TRI
               AT END MOVE 1 TO W-IND-FIN-TRI
           END-RETURN.
           IF W-IND-FIN-TRI = 0
               IF W-IND-PREMIERE-LIGNE = 0
               AND SD-CODE NOT = W-CODE-COURANT
                   PERFORM 2700-COMPARER-EMPLOYE
               END-IF
               MOVE SD-CODE TO W-CODE-COURANT
               MOVE 0 TO W-IND-PREMIERE-LIGNE
               IF SD-SOURCE = "P"
                   ADD SD-MONTANT-BRUT TO W-EMP-BRUT-HISTOPAIE
               ELSE
                   ADD SD-MONTANT-BRUT TO W-EMP-BRUT-HISTONET
               END-IF
           END-IF.

      ******************************************************************
       2700-COMPARER-EMPLOYE.
           ADD 1 TO W-PRV-NB-EMPLOYES.
           IF W-EMP-BRUT-HISTOPAIE NOT = W-EMP-BRUT-HISTONET
               IF W-IND-ENTETE-ECART = 0
                   MOVE W-LIGNE-ECART-ENTETE TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
                   MOVE 1 TO W-IND-ENTETE-ECART
               END-IF
               COMPUTE W-EMP-ECART = W-EMP-BRUT-HISTOPAIE
                       - W-EMP-BRUT-HISTONET
               MOVE W-CODE-COURANT       TO W-EC-CODE
               MOVE W-EMP-BRUT-HISTOPAIE TO W-EC-BRUT-HISTOPAIE
               MOVE W-EMP-BRUT-HISTONET  TO W-EC-BRUT-HISTONET
               MOVE W-EMP-ECART          TO W-EC-ECART
               MOVE W-LIGNE-ECART TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               ADD 1 TO W-PRV-NB-ECARTS
               MOVE 1 TO W-IND-ECART
           END-IF.
           MOVE 0 TO W-EMP-BRUT-HISTOPAIE.
           MOVE 0 TO W-EMP-BRUT-HISTONET.

      ******************************************************************
       2800-ECRIRE-TOTAUX-PREUVE.
           IF W-IND-ENTETE-ECART = 1
               PERFORM 7200-ECRIRE-BLANC
           END-IF.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "HISTOPAIE.DAT - BRUT A FERMER" TO W-LC-LIBELLE.
           MOVE W-PRV-NB-HISTOPAIE   TO W-LC-NB.
           MOVE W-PRV-BRUT-HISTOPAIE TO W-LC-MONTANT.
           MOVE SPACE                TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "HISTONET.DAT - BRUT A FERMER" TO W-LC-LIBELLE.
           MOVE W-PRV-NB-HISTONET    TO W-LC-NB.
           MOVE W-PRV-BRUT-HISTONET  TO W-LC-MONTANT.
           IF W-PRV-BRUT-HISTONET = W-PRV-BRUT-HISTOPAIE
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "EMPLOYES VERIFIES" TO W-LC-LIBELLE.
           MOVE W-PRV-NB-EMPLOYES    TO W-LC-NB.
           MOVE 0                    TO W-LC-MONTANT.
           MOVE SPACE                TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "EMPLOYES EN ECART" TO W-LC-LIBELLE.
           MOVE W-PRV-NB-ECARTS      TO W-LC-NB.
           IF W-PRV-NB-ECARTS = 0
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           PERFORM 7200-ECRIRE-BLANC.

      ******************************************************************
      * 3000-COPIER-HISTOPAIE RECOPIE DANS HISTOPAIE.AAAA CHAQUE
      * FICHE DES ANNEES FERMEES. HISTOPAIE.DAT N'EST QUE LU ICI.
      ******************************************************************
       3000-COPIER-HISTOPAIE.
           OPEN INPUT FICHIER-HISTORIQUE.
           OPEN OUTPUT FICHIER-ARCH-HISTOPAIE.
           MOVE 0 TO W-IND-FIN-HISTORIQUE.
           MOVE LOW-VALUES TO HIST-CLE.
           START FICHIER-HISTORIQUE KEY NOT < HIST-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-START.
           PERFORM 3100-COPIER-FICHE-HISTOPAIE
               UNTIL W-IND-FIN-HISTORIQUE = 1.
           CLOSE FICHIER-ARCH-HISTOPAIE.
           CLOSE FICHIER-HISTORIQUE.

      ******************************************************************
       3100-COPIER-FICHE-HISTOPAIE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-READ.
           IF W-IND-FIN-HISTORIQUE = 0
               MOVE HIST-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   MOVE FICHE-HISTO-PAIE TO LIGNE-ARCH-HISTOPAIE
                   WRITE LIGNE-ARCH-HISTOPAIE
                   ADD 1                 TO W-NB-HIST-ARCHIVES
                   ADD HIST-MONTANT-BRUT TO W-BRUT-HIST-ARCHIVE
               END-IF
           END-IF.

      ******************************************************************
      * 3500-COPIER-HISTONET FAIT DE MEME POUR L'HISTORIQUE DES
      * RETENUES ET DU NET.
      ******************************************************************
       3500-COPIER-HISTONET.
           OPEN INPUT FICHIER-HISTONET.
           OPEN OUTPUT FICHIER-ARCH-HISTONET.
           MOVE 0 TO W-IND-FIN-HISTONET.
           MOVE LOW-VALUES TO HNET-CLE.
           START FICHIER-HISTONET KEY NOT < HNET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTONET
           END-START.
           PERFORM 3600-COPIER-FICHE-HISTONET
               UNTIL W-IND-FIN-HISTONET = 1.
           CLOSE FICHIER-ARCH-HISTONET.
           CLOSE FICHIER-HISTONET.

      ******************************************************************
       3600-COPIER-FICHE-HISTONET.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTONET
           END-READ.
           IF W-IND-FIN-HISTONET = 0
               MOVE HNET-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   MOVE FICHE-HISTO-NET TO LIGNE-ARCH-HISTONET
                   WRITE LIGNE-ARCH-HISTONET
                   ADD 1                 TO W-NB-HNET-ARCHIVES
                   ADD HNET-MONTANT-BRUT TO W-BRUT-HNET-ARCHIVE
                   ADD HNET-MONTANT-NET  TO W-NET-HNET-ARCHIVE
               END-IF
           END-IF.

      ******************************************************************
      * 4000-COPIER-HISTORET FAIT DE MEME POUR L'HISTORIQUE DES
      * RETENUES PROPRES A L'EMPLOYE. RETENUES.DAT N'EST PAS TOUCHE :
      * SES CUMULS SONT DES SOLDES, PAS DES TOTAUX ANNUELS.
      ******************************************************************
       4000-COPIER-HISTORET.
           OPEN INPUT FICHIER-HISTORET.
           OPEN OUTPUT FICHIER-ARCH-HISTORET.
           MOVE 0 TO W-IND-FIN-HISTORET.
           MOVE LOW-VALUES TO HRET-CLE.
           START FICHIER-HISTORET KEY NOT < HRET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORET
           END-START.
           PERFORM 4100-COPIER-FICHE-HISTORET
               UNTIL W-IND-FIN-HISTORET = 1.
           CLOSE FICHIER-ARCH-HISTORET.
           CLOSE FICHIER-HISTORET.

      ******************************************************************
       4100-COPIER-FICHE-HISTORET.
           READ FICHIER-HISTORET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORET
           END-READ.
           IF W-IND-FIN-HISTORET = 0
               MOVE HRET-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   MOVE FICHE-HISTO-RETENUE TO LIGNE-ARCH-HISTORET
                   WRITE LIGNE-ARCH-HISTORET
                   ADD 1            TO W-NB-HRET-ARCHIVES
                   ADD HRET-MONTANT TO W-RETENUES-ARCHIVEES
               END-IF
           END-IF.

      ******************************************************************
      * 5000-COPIER-PARTANTS RECOPIE DANS ARCHIVES.AAAA LES PARTANTS
      * PARTIS L'ANNEE LIMITE OU AVANT. ARCHIVES.DAT N'EST QUE LU
      * ICI; IL EST EPURE AU RETRAIT (8600).
      ******************************************************************
       5000-COPIER-PARTANTS.
           OPEN INPUT FICHIER-ARCHIVES.
           OPEN OUTPUT FICHIER-ARCH-ARCHIVES.
           MOVE 0 TO W-IND-FIN-ARCHIVES.
           PERFORM 5100-COPIER-PARTANT UNTIL W-IND-FIN-ARCHIVES = 1.
           CLOSE FICHIER-ARCH-ARCHIVES.
           CLOSE FICHIER-ARCHIVES.

      ******************************************************************
       5100-COPIER-PARTANT.
           READ FICHIER-ARCHIVES
               AT END MOVE 1 TO W-IND-FIN-ARCHIVES
           END-READ.
           IF W-IND-FIN-ARCHIVES = 0
               ADD 1 TO W-NB-PARTANTS-LUS
               PERFORM 5200-ANNEE-DEPART
               IF W-ANNEE-FICHE NOT > W-ANNEE-LIMITE-DEPART
                   MOVE LIGNE-ARCHIVES TO LIGNE-ARCH-ARCHIVES
                   WRITE LIGNE-ARCH-ARCHIVES
                   ADD 1 TO W-NB-PARTANTS-ARCHIVES
               ELSE
                   ADD 1 TO W-NB-PARTANTS-CONSERVES
               END-IF
           END-IF.

      ******************************************************************
      * 5200-ANNEE-DEPART : UNE FICHE SANS DATE DE DEPART N'EST
      * JAMAIS ARCHIVEE.
      ******************************************************************
       5200-ANNEE-DEPART.
           MOVE LIGNE-ARCHIVES TO FICHE-PERSONNELLE-IDX.
           MOVE 9999 TO W-ANNEE-FICHE.
           IF EMPL-DATE-DEPART NUMERIC
           AND EMPL-DATE-DEPART > 0
               MOVE EMPL-DATE-DEPART(1:4) TO W-ANNEE-FICHE
           END-IF.

      ******************************************************************
      * 6000-ROULER-CALENDRIER PASSE LES PERIODES FERMEES DANS
      * CALENDRIER.AAAA ET REECRIT CALENDRIER.DAT : LES PERIODES
      * GENEREES DE LA NOUVELLE ANNEE (SAUF SI ELLE Y ETAIT DEJA),
      * PUIS LES PERIODES CONSERVEES, DANS L'ORDRE DU FICHIER.
      ******************************************************************
       6000-ROULER-CALENDRIER.
           OPEN OUTPUT FICHIER-ARCH-CALENDRIER.
           OPEN OUTPUT FICHIER-CALENDRIER.
           IF W-NB-CAL-NOUVELLES = 0
               COMPUTE W-JOUR-PERIODE =
                       FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT)
               PERFORM 6200-GENERER-PERIODE
                   UNTIL W-IND-FIN-GENERATION = 1
           END-IF.
           PERFORM 6100-REPARTIR-PERIODE
               VARYING W-IDX-CAL FROM 1 BY 1
               UNTIL W-IDX-CAL > W-NB-PERIODES.
           CLOSE FICHIER-CALENDRIER.
           CLOSE FICHIER-ARCH-CALENDRIER.

      ******************************************************************
       6100-REPARTIR-PERIODE.
           MOVE W-CAL-DATE(W-IDX-CAL)(1:4) TO W-ANNEE-FICHE.
           IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
               MOVE W-CAL-DATE(W-IDX-CAL)   TO W-FCA-DATE
               MOVE W-CAL-STATUT(W-IDX-CAL) TO W-FCA-STATUT
               MOVE W-FICHE-CAL-ARCHIVE TO LIGNE-ARCH-CALENDRIER
               WRITE LIGNE-ARCH-CALENDRIER
           ELSE
               MOVE SPACE TO FICHE-CALENDRIER
               MOVE W-CAL-DATE(W-IDX-CAL)   TO CAL-DATE-PERIODE
               MOVE W-CAL-STATUT(W-IDX-CAL) TO CAL-STATUT
               WRITE FICHE-CALENDRIER
               ADD 1 TO W-NB-CAL-CONSERVEES
           END-IF.

      ******************************************************************
      * 6200-GENERER-PERIODE ECRIT UNE PERIODE A PAYER ET AVANCE DE
      * LA FREQUENCE, TANT QU'ON RESTE DANS LA NOUVELLE ANNEE.
      ******************************************************************
       6200-GENERER-PERIODE.
           COMPUTE W-DATE-GENEREE =
                   FUNCTION DATE-OF-INTEGER(W-JOUR-PERIODE).
           IF W-DG-ANNEE = W-ANNEE-NOUVELLE
               MOVE SPACE TO FICHE-CALENDRIER
               MOVE W-DATE-GENEREE TO CAL-DATE-PERIODE
               WRITE FICHE-CALENDRIER
               ADD 1 TO W-NB-CAL-GENEREES
               IF W-NB-CAL-GENEREES = 1
                   MOVE W-DATE-GENEREE TO W-PREMIERE-GENEREE
               END-IF
               MOVE W-DATE-GENEREE TO W-DERNIERE-GENEREE
               ADD W-FREQUENCE TO W-JOUR-PERIODE
           ELSE
               MOVE 1 TO W-IND-FIN-GENERATION
           END-IF.

      ******************************************************************
      * 7000-ECRIRE-RAPPORT IMPRIME LES FICHES ET LES MONTANTS
      * DEPLACES PAR FICHIER, RECOUPES AVEC LA PREUVE DU BRUT, ET
      * LES PERIODES DU CALENDRIER.
      ******************************************************************
       7000-ECRIRE-RAPPORT.
           IF W-IND-REPRISE = 0
               PERFORM 7400-ECRIRE-COPIE
           END-IF.
           PERFORM 7500-ECRIRE-RETRAIT.
           MOVE SPACE TO W-LT-TEXTE.
           STRING "ARCHIVES: " DELIMITED BY SIZE
                  W-NOM-ARCH-HISTOPAIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-NOM-ARCH-HISTONET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-NOM-ARCH-HISTORET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-NOM-ARCH-ARCHIVES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-NOM-ARCH-CALENDRIER DELIMITED BY SIZE
                  INTO W-LT-TEXTE.
           PERFORM 7300-ECRIRE-TEXTE.

      ******************************************************************
      * 7400-ECRIRE-COPIE : FICHES COPIEES AUX ARCHIVES, CONTROLEES
      * CONTRE LA PREUVE, ET ROULEMENT DU CALENDRIER.
      ******************************************************************
       7400-ECRIRE-COPIE.
           MOVE "FICHES COPIEES AUX ARCHIVES" TO W-LT-TEXTE.
           PERFORM 7300-ECRIRE-TEXTE.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "HISTOPAIE.DAT - BRUT ARCHIVE" TO W-LC-LIBELLE.
           MOVE W-NB-HIST-ARCHIVES  TO W-LC-NB.
           MOVE W-BRUT-HIST-ARCHIVE TO W-LC-MONTANT.
           IF W-NB-HIST-ARCHIVES = W-PRV-NB-HISTOPAIE
           AND W-BRUT-HIST-ARCHIVE = W-PRV-BRUT-HISTOPAIE
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "HISTONET.DAT - BRUT ARCHIVE" TO W-LC-LIBELLE.
           MOVE W-NB-HNET-ARCHIVES  TO W-LC-NB.
           MOVE W-BRUT-HNET-ARCHIVE TO W-LC-MONTANT.
           IF W-NB-HNET-ARCHIVES = W-PRV-NB-HISTONET
           AND W-BRUT-HNET-ARCHIVE = W-BRUT-HIST-ARCHIVE
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "HISTONET.DAT - NET ARCHIVE" TO W-LC-LIBELLE.
           MOVE 0                   TO W-LC-NB.
           MOVE W-NET-HNET-ARCHIVE  TO W-LC-MONTANT.
           MOVE SPACE               TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "HISTORET.DAT - RETENUES ARCH." TO W-LC-LIBELLE.
           MOVE W-NB-HRET-ARCHIVES   TO W-LC-NB.
           MOVE W-RETENUES-ARCHIVEES TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "ARCHIVES.DAT - PARTANTS LUS" TO W-LC-LIBELLE.
           MOVE W-NB-PARTANTS-LUS   TO W-LC-NB.
           MOVE 0                   TO W-LC-MONTANT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "ARCHIVES.DAT - PARTANTS ARCHIVES" TO W-LC-LIBELLE.
           MOVE W-NB-PARTANTS-ARCHIVES TO W-LC-NB.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "ARCHIVES.DAT - PARTANTS GARDES" TO W-LC-LIBELLE.
           MOVE W-NB-PARTANTS-CONSERVES TO W-LC-NB.
           IF W-NB-PARTANTS-LUS = W-NB-PARTANTS-ARCHIVES
                                  + W-NB-PARTANTS-CONSERVES
               MOVE "OK" TO W-LC-ETAT
           ELSE
               MOVE "ECART" TO W-LC-ETAT
               MOVE 1 TO W-IND-ECART
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "CALENDRIER - PERIODES FERMEES" TO W-LC-LIBELLE.
           MOVE W-NB-CAL-FERMEES    TO W-LC-NB.
           MOVE SPACE               TO W-LC-ETAT.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "CALENDRIER - PERIODES GARDEES" TO W-LC-LIBELLE.
           MOVE W-NB-CAL-CONSERVEES TO W-LC-NB.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           MOVE "CALENDRIER - PERIODES CREEES" TO W-LC-LIBELLE.
           MOVE W-NB-CAL-GENEREES   TO W-LC-NB.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.
           PERFORM 7200-ECRIRE-BLANC.

           IF W-NB-CAL-GENEREES > 0
               MOVE SPACE TO W-LT-TEXTE
               STRING "PERIODES CREEES DU " DELIMITED BY SIZE
                      W-PREMIERE-GENEREE DELIMITED BY SIZE
                      " AU " DELIMITED BY SIZE
                      W-DERNIERE-GENEREE DELIMITED BY SIZE
                      ", TOUTES A PAYER" DELIMITED BY SIZE
                      INTO W-LT-TEXTE
           ELSE
               MOVE SPACE TO W-LT-TEXTE
               STRING "CALENDRIER " DELIMITED BY SIZE
                      W-ANNEE-NOUVELLE DELIMITED BY SIZE
                      " DEJA PRESENT - CONSERVE TEL QUEL"
                          DELIMITED BY SIZE
                      INTO W-LT-TEXTE
           END-IF.
           PERFORM 7300-ECRIRE-TEXTE.
           PERFORM 7200-ECRIRE-BLANC.

      ******************************************************************
      * 7500-ECRIRE-RETRAIT : FICHES RETIREES DES FICHIERS VIVANTS.
      * HORS REPRISE, CHAQUE COMPTE DOIT EGALER CELUI DE LA COPIE; EN
      * REPRISE LA COPIE N'A PAS ETE REFAITE ET RIEN N'EST CONTROLE.
      ******************************************************************
       7500-ECRIRE-RETRAIT.
           MOVE "FICHES RETIREES DES FICHIERS VIVANTS" TO W-LT-TEXTE.
           PERFORM 7300-ECRIRE-TEXTE.
           MOVE W-LIGNE-ENTETE2 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 0 TO W-LC-MONTANT.
           MOVE "HISTOPAIE.DAT - FICHES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-HIST-RETIRES TO W-LC-NB.
           MOVE W-NB-HIST-ARCHIVES TO W-NB-COPIEES.
           PERFORM 7550-CONTROLER-RETRAIT.
           MOVE "HISTONET.DAT - FICHES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-HNET-RETIRES TO W-LC-NB.
           MOVE W-NB-HNET-ARCHIVES TO W-NB-COPIEES.
           PERFORM 7550-CONTROLER-RETRAIT.
           MOVE "HISTORET.DAT - FICHES RETIREES" TO W-LC-LIBELLE.
           MOVE W-NB-HRET-RETIRES TO W-LC-NB.
           MOVE W-NB-HRET-ARCHIVES TO W-NB-COPIEES.
           PERFORM 7550-CONTROLER-RETRAIT.
           MOVE "ARCHIVES.DAT - PARTANTS RETIRES" TO W-LC-LIBELLE.
           MOVE W-NB-PARTANTS-RETIRES TO W-LC-NB.
           MOVE W-NB-PARTANTS-ARCHIVES TO W-NB-COPIEES.
           PERFORM 7550-CONTROLER-RETRAIT.
           PERFORM 7200-ECRIRE-BLANC.

      ******************************************************************
       7550-CONTROLER-RETRAIT.
           IF W-IND-REPRISE = 1
               MOVE SPACE TO W-LC-ETAT
           ELSE
               IF W-LC-NB = W-NB-COPIEES
                   MOVE "OK" TO W-LC-ETAT
               ELSE
                   MOVE "ECART" TO W-LC-ETAT
                   MOVE 1 TO W-IND-ECART
               END-IF
           END-IF.
           PERFORM 7100-ECRIRE-LIGNE-CONTROLE.

      ******************************************************************
       7100-ECRIRE-LIGNE-CONTROLE.
           MOVE W-LIGNE-CONTROLE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       7200-ECRIRE-BLANC.
           MOVE SPACE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
       7300-ECRIRE-TEXTE.
           MOVE W-LIGNE-TEXTE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      ******************************************************************
      * 8000-RETIRER-HISTOPAIE RETIRE DE HISTOPAIE.DAT LES FICHES DES
      * ANNEES FERMEES, DEJA COPIEES DANS HISTOPAIE.AAAA. SANS EFFET
      * SI ELLES ONT DEJA ETE RETIREES.
      ******************************************************************
       8000-RETIRER-HISTOPAIE.
           OPEN I-O FICHIER-HISTORIQUE.
           MOVE 0 TO W-IND-FIN-HISTORIQUE.
           MOVE LOW-VALUES TO HIST-CLE.
           START FICHIER-HISTORIQUE KEY NOT < HIST-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-START.
           PERFORM 8100-RETIRER-FICHE-HISTOPAIE
               UNTIL W-IND-FIN-HISTORIQUE = 1.
           CLOSE FICHIER-HISTORIQUE.

      ******************************************************************
       8100-RETIRER-FICHE-HISTOPAIE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORIQUE
           END-READ.
           IF W-IND-FIN-HISTORIQUE = 0
               MOVE HIST-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   DELETE FICHIER-HISTORIQUE RECORD
                   ADD 1 TO W-NB-HIST-RETIRES
               END-IF
           END-IF.

      ******************************************************************
      * 8200-RETIRER-HISTONET FAIT DE MEME DANS HISTONET.DAT.
      ******************************************************************
       8200-RETIRER-HISTONET.
           OPEN I-O FICHIER-HISTONET.
           MOVE 0 TO W-IND-FIN-HISTONET.
           MOVE LOW-VALUES TO HNET-CLE.
           START FICHIER-HISTONET KEY NOT < HNET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTONET
           END-START.
           PERFORM 8300-RETIRER-FICHE-HISTONET
               UNTIL W-IND-FIN-HISTONET = 1.
           CLOSE FICHIER-HISTONET.

      ******************************************************************
       8300-RETIRER-FICHE-HISTONET.
           READ FICHIER-HISTONET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTONET
           END-READ.
           IF W-IND-FIN-HISTONET = 0
               MOVE HNET-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   DELETE FICHIER-HISTONET RECORD
                   ADD 1 TO W-NB-HNET-RETIRES
               END-IF
           END-IF.

      ******************************************************************
      * 8400-RETIRER-HISTORET FAIT DE MEME DANS HISTORET.DAT.
      ******************************************************************
       8400-RETIRER-HISTORET.
           OPEN I-O FICHIER-HISTORET.
           MOVE 0 TO W-IND-FIN-HISTORET.
           MOVE LOW-VALUES TO HRET-CLE.
           START FICHIER-HISTORET KEY NOT < HRET-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-HISTORET
           END-START.
           PERFORM 8500-RETIRER-FICHE-HISTORET
               UNTIL W-IND-FIN-HISTORET = 1.
           CLOSE FICHIER-HISTORET.

      ******************************************************************
       8500-RETIRER-FICHE-HISTORET.
           READ FICHIER-HISTORET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTORET
           END-READ.
           IF W-IND-FIN-HISTORET = 0
               MOVE HRET-DATE-PAIE(1:4) TO W-ANNEE-FICHE
               IF W-ANNEE-FICHE NOT > W-ANNEE-FERMEE
                   DELETE FICHIER-HISTORET RECORD
                   ADD 1 TO W-NB-HRET-RETIRES
               END-IF
           END-IF.

      ******************************************************************
      * 8600-EPURER-ARCHIVES RECOPIE DANS LE FICHIER DE TRAVAIL LES
      * PARTANTS A GARDER; LES AUTRES SONT DEJA DANS ARCHIVES.AAAA.
      * ARCHIVES.DAT N'EST REECRIT QUE SI UN PARTANT L'A QUITTE.
      ******************************************************************
       8600-EPURER-ARCHIVES.
           OPEN INPUT FICHIER-ARCHIVES.
           OPEN OUTPUT FICHIER-TRAVAIL.
           MOVE 0 TO W-IND-FIN-ARCHIVES.
           PERFORM 8700-FILTRER-PARTANT UNTIL W-IND-FIN-ARCHIVES = 1.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-ARCHIVES.
           IF W-NB-PARTANTS-RETIRES > 0
               OPEN INPUT FICHIER-TRAVAIL
               OPEN OUTPUT FICHIER-ARCHIVES
               MOVE 0 TO W-IND-FIN-TRAVAIL
               PERFORM 8800-RECOPIER-TRAVAIL
                   UNTIL W-IND-FIN-TRAVAIL = 1
               CLOSE FICHIER-ARCHIVES
               CLOSE FICHIER-TRAVAIL
           END-IF.

      ******************************************************************
       8700-FILTRER-PARTANT.
           READ FICHIER-ARCHIVES
               AT END MOVE 1 TO W-IND-FIN-ARCHIVES
           END-READ.
           IF W-IND-FIN-ARCHIVES = 0
               PERFORM 5200-ANNEE-DEPART
               IF W-ANNEE-FICHE NOT > W-ANNEE-LIMITE-DEPART
                   ADD 1 TO W-NB-PARTANTS-RETIRES
               ELSE
                   MOVE LIGNE-ARCHIVES TO LIGNE-TRAVAIL
                   WRITE LIGNE-TRAVAIL
               END-IF
           END-IF.

      ******************************************************************
       8800-RECOPIER-TRAVAIL.
           READ FICHIER-TRAVAIL
               AT END MOVE 1 TO W-IND-FIN-TRAVAIL
           END-READ.
           IF W-IND-FIN-TRAVAIL = 0
               MOVE LIGNE-TRAVAIL TO LIGNE-ARCHIVES
               WRITE LIGNE-ARCHIVES
           END-IF.

      ******************************************************************
      * 9000-TERMINER FERME LE RAPPORT. UN ECART APRES LA PREUVE NE
      * PEUT VENIR QUE D'UNE ECRITURE FAITE PENDANT LA FERMETURE :
      * IL EST SIGNALE (CODE RETOUR 4), LES FICHIERS ETANT DEJA
      * COPIES ET RETIRES.
      ******************************************************************
       9000-TERMINER.
           CLOSE FICHIER-RAPPORT.
           IF W-IND-ECART = 1
               DISPLAY "TP2-CLOTURE-ANNEE - ECART AUX CONTROLES, VOIR "
                       "CLOTURE.LIS"
               MOVE 4 TO RETURN-CODE
           END-IF.
