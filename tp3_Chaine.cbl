      * PROGRAMME PILOTE DE LA CHAINE DE NUIT
      * EXECUTE DANS L'ORDRE : TP2-SAUVEGARDE, TP2-REGISTRE,
      * TP2-SOMMAIRE, TP2-EXCEPTIONS, TP2-EXTRACTION,
      * TP2-GRAND-LIVRE, TP2-VARIATIONS. LE DEBUT, LA
      * FIN ET L'ISSUE DE CHAQUE ETAPE SONT CONSIGNES DANS LE
      * FICHIER D'ETAT CHAINE.STA, REECRIT A CHAQUE CHANGEMENT :
      * SI UNE ETAPE ECHOUE, LA CHAINE S'ARRETE AVEC UN STATUT
      *     GENERAL DU SOMMAIRE
      *   - FICHES EXTRAITES + EXCLUES = FICHES LUES PAR
      *     L'EXTRACTION
      *   - DEBITS DU GRAND LIVRE = CREDITS, ET DEBITS MOINS LA PART
      *     PATRONALE (FICHE TP2-GL-PATRONAL) = TOTAL DE LA PAIE DU
      *     REGISTRE (LE FICHIER D'ECRITURES NE MONTE A LA
      *     COMPTABILITE QUE SI CETTE BALANCE TIENT)
      * UNE BALANCE BRISEE EST CONSIGNEE DANS CHAINE.STA ET LE
      * PROCHAIN LANCEMENT REFAIT LA CHAINE AU COMPLET.
      * LA DERNIERE ETAPE, TP2-VARIATIONS, COMPARE LE BRUT DE CHAQUE
      * EMPLOYE A SA MOYENNE RECENTE ET RETIENT DANS SUSPENS.DAT LES
      * PAIES A FAIRE VERIFIER AVANT QUE TP2-PAIE-NETTE NE PRODUISE
      * LES DEPOTS ET LES CHEQUES.
      * CHAINE.STA MONTRE AUSSI LA PERIODE DE PAIE EN TRAITEMENT.
      * QUAND LA CHAINE REPREND APRES L'ETAPE DU REGISTRE, LA
      * PERIODE EST RELUE DE LA FICHE DE CONTROLE DU REGISTRE
                                         VALUE "TP2-EXTRACTION".
           05  FILLER                    PIC X(20)
                                         VALUE "TP2-GRAND-LIVRE".
           05  FILLER                    PIC X(20)
                                         VALUE "TP2-VARIATIONS".
       01  W-NOMS-ETAPES-R REDEFINES W-NOMS-ETAPES.
           05  W-NOM-ETAPE               PIC X(20) OCCURS 7.

      ***************************************************************
      * ETAT COURANT DES ETAPES (ATTENTE, ENCOURS, OK, ERREUR)
      ***************************************************************
       01  W-TABLE-ETAPES.
           05  W-ETAPE-ENTREE OCCURS 7.
               10  W-ETAPE-DEBUT-HORO    PIC X(14).
               10  W-ETAPE-FIN-HORO      PIC X(14).
               10  W-ETAPE-STATUT        PIC X(8).
       01  W-IND-EXT-VU                    PIC 9 VALUE 0.
       01  W-GL-DEBITS                     PIC 9(9)V99 VALUE 0.
       01  W-GL-CREDITS                    PIC 9(9)V99 VALUE 0.
       01  W-GL-PATRONAL                   PIC 9(9)V99 VALUE 0.
       01  W-GL-SALAIRES                   PIC S9(9)V99 VALUE 0.
       01  W-IND-GL-VU                     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0700-PRENDRE-VERROU.
           IF W-IND-VERROU-REFUSE = 1
               PERFORM 1050-VIDER-TABLE
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 7
               PERFORM 1100-LIRE-ANCIEN-STATUT
               PERFORM 6000-ECRIRE-STATUTS
               DISPLAY "TP2-CHAINE - REFUS: MAINTENANCE ECRAN "
           END-IF.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-EXECUTER-ETAPE
               UNTIL W-ETAPE > 7 OR W-IND-ARRET = 1.
           IF W-IND-ARRET = 0
               PERFORM 5000-VERIFIER-BALANCE
               PERFORM 0900-LIBERER-VERROU
      ******************************************************************
       1000-INITIALISER.
           PERFORM 1050-VIDER-TABLE
               VARYING W-I FROM 1 BY 1 UNTIL W-I > 7.
           PERFORM 1100-LIRE-ANCIEN-STATUT.

           MOVE 0 TO W-ETAPE-REPRISE.
           MOVE 1 TO W-I.
           PERFORM 1200-CHERCHER-REPRISE
               UNTIL W-ETAPE-REPRISE NOT = 0 OR W-I > 7.
           IF W-ETAPE-REPRISE = 0
               MOVE 1 TO W-ETAPE-REPRISE
           END-IF.

           IF W-ETAPE-REPRISE = 1
               PERFORM 1050-VIDER-TABLE
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 7
               OPEN OUTPUT FICHIER-CTLCHAINE
               CLOSE FICHIER-CTLCHAINE
           END-IF.
           AND LST-MARQUE = "ETAPE "
           AND LST-NO NUMERIC
           AND LST-NO > 0
           AND LST-NO < 8
           AND LST-STATUT = "OK"
               MOVE LST-DEBUT TO W-ETAPE-DEBUT-HORO(LST-NO)
               MOVE LST-FIN   TO W-ETAPE-FIN-HORO(LST-NO)
                   CALL "TP2-GRAND-LIVRE"
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN 7
                   CALL "TP2-VARIATIONS"
                       ON EXCEPTION MOVE 16 TO RETURN-CODE
                   END-CALL
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE(1:14)
           PERFORM 5100-LIRE-CONTROLE
               UNTIL W-IND-FIN-CONTROLE = 1.
           CLOSE FICHIER-CTLCHAINE.
           COMPUTE W-GL-SALAIRES = W-GL-DEBITS - W-GL-PATRONAL.

           EVALUATE TRUE
               WHEN W-IND-REG-VU = 0
                       TO W-BALANCE-ETAT
                   DISPLAY "TP2-CHAINE - DEBITS: " W-GL-DEBITS
                           " CREDITS: " W-GL-CREDITS
               WHEN W-GL-SALAIRES NOT = W-REG-MONTANT
                   MOVE "ERREUR - GRAND LIVRE/REGISTRE"
                       TO W-BALANCE-ETAT
                   DISPLAY "TP2-CHAINE - DEBITS: " W-GL-DEBITS
                           " PATRONAL: " W-GL-PATRONAL
                           " REGISTRE: " W-REG-MONTANT
               WHEN OTHER
                   MOVE "OK" TO W-BALANCE-ETAT
                       MOVE 1 TO W-IND-GL-VU
                       MOVE CTL-MONTANT  TO W-GL-DEBITS
                       MOVE CTL-MONTANT2 TO W-GL-CREDITS
                       MOVE 0 TO W-GL-PATRONAL
                   WHEN "TP2-GL-PATRONAL"
                       MOVE CTL-MONTANT  TO W-GL-PATRONAL
               END-EVALUATE
           END-IF.

                  INTO LIGNE-STATUT-TEXTE.
           WRITE LIGNE-STATUT-TEXTE.
           PERFORM 6100-ECRIRE-LIGNE-ETAPE
               VARYING W-I FROM 1 BY 1 UNTIL W-I > 7.
           MOVE SPACE TO LIGNE-STATUT-TEXTE.
           STRING "BALANCE: " DELIMITED BY SIZE
                  W-BALANCE-ETAT DELIMITED BY SIZE
