      * RETIENT QUE LES FICHES DE L'ANNEE EN COURS ET IMPRIME, POUR
      * CHAQUE EMPLOYE, UN RELEVE DE FIN D'ANNEE : TOTAL DU BRUT,
      * DE L'IMPOT RETENU, DE LA PENSION, DE LA COTISATION
      * SYNDICALE, DES AUTRES RETENUES PROPRES A L'EMPLOYE (SAISIES,
      * AVANCES, DONS - HNET-AUTRES-RETENUES) ET DU NET VERSE. LE
      * NOM DE L'EMPLOYE EST RELU DANS FICHIER-IDX (EMPLOYES.DAT).
      * LE FICHIER ETANT CLASSE PAR EMPLOYE + DATE DE PAIE, AUCUN
      * TRI N'EST NECESSAIRE.
      * UNE PAGE DE TOTAUX GENERAUX TERMINE LE RELEVE. LE NET VERSE
      * Y EST VENTILE SELON HNET-MODE-PAIEMENT : LA PART VERSEE PAR
      * DEPOT (MODE D) DOIT BALANCER AVEC LA SOMME DES FICHES
      * PUISQUE CHAQUE FICHE EN MODE D PORTE LE NET DE LA FICHE D
      * CORRESPONDANTE; LA PART EN MODE C EST PARTIE PAR CHEQUE
      * (EMPLOYES SANS COORDONNEES BANCAIRES) ET N'EST DANS AUCUNE
      * REMORQUE. LA PART EN MODE S EST RETENUE PAR LA VERIFICATION
      * DES VARIATIONS ET N'EST PAS ENCORE PARTIE : ELLE EST
      * IMPRIMEE A PART ET N'EST NI DANS LES REMORQUES NI AUX
      * CHEQUES.
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  W-CUMUL-IMPOT                   PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-PENSION                 PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-SYNDICAT                PIC 9(6)V99 VALUE 0.
       01  W-CUMUL-AUTRES                  PIC 9(8)V99 VALUE 0.
       01  W-CUMUL-NET                     PIC 9(8)V99 VALUE 0.
       01  W-TOTAL-BRUT                    PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-IMPOT                   PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-PENSION                 PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-SYNDICAT                PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-AUTRES                  PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-NET                     PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-NET-DEPOT               PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-NET-CHEQUE              PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-NET-RETENU              PIC 9(9)V99 VALUE 0.
       01  W-NB-RELEVES                    PIC 9(5) VALUE 0.

       01  W-DATE-AJD                      PIC 9999/99/99.
           ADD HNET-MONTANT-PENSION TO W-CUMUL-PENSION W-TOTAL-PENSION.
           ADD HNET-COTIS-SYNDICALE TO W-CUMUL-SYNDICAT
                                       W-TOTAL-SYNDICAT.
           ADD HNET-AUTRES-RETENUES TO W-CUMUL-AUTRES  W-TOTAL-AUTRES.
           ADD HNET-MONTANT-NET     TO W-CUMUL-NET     W-TOTAL-NET.
           EVALUATE TRUE
               WHEN HNET-PAR-CHEQUE
                   ADD HNET-MONTANT-NET TO W-TOTAL-NET-CHEQUE
               WHEN HNET-RETENU
                   ADD HNET-MONTANT-NET TO W-TOTAL-NET-RETENU
               WHEN OTHER
                   ADD HNET-MONTANT-NET TO W-TOTAL-NET-DEPOT
           END-EVALUATE.

      ******************************************************************
      * 3000-ECRIRE-RELEVE IMPRIME LE RELEVE DE L'EMPLOYE DONT ON
           MOVE "COTISATION SYNDICALE:" TO W-M-LIBELLE.
           MOVE W-CUMUL-SYNDICAT      TO W-M-MONTANT.
           PERFORM 3100-ECRIRE-MONTANT.
           IF W-CUMUL-AUTRES > 0
               MOVE "AUTRES RETENUES:"    TO W-M-LIBELLE
               MOVE W-CUMUL-AUTRES        TO W-M-MONTANT
               PERFORM 3100-ECRIRE-MONTANT
           END-IF.
           MOVE "NET VERSE:"          TO W-M-LIBELLE.
           MOVE W-CUMUL-NET           TO W-M-MONTANT.
           PERFORM 3100-ECRIRE-MONTANT.
           MOVE 0 TO W-CUMUL-IMPOT.
           MOVE 0 TO W-CUMUL-PENSION.
           MOVE 0 TO W-CUMUL-SYNDICAT.
           MOVE 0 TO W-CUMUL-AUTRES.
           MOVE 0 TO W-CUMUL-NET.

      ******************************************************************
      * PART DU NET VERSEE PAR DEPOT (MODE D) DOIT EGALER LA SOMME
      * DES MONTANTS DES FICHES REMORQUES DES DEPOT.DAT
      * HEBDOMADAIRES DE L'ANNEE - C'EST LA PREUVE DE BALANCE AVEC
      * LA BANQUE. LA PART PAR CHEQUE EST IMPRIMEE A PART, COMME
      * LA PART ENCORE RETENUE.
      ******************************************************************
       4000-ECRIRE-TOTAUX.
           MOVE "TOTAUX GENERAUX DE L'ANNEE" TO LIGNE-RELEVES.
           MOVE "TOTAL COTIS. SYNDICALE:" TO W-TG-LIBELLE.
           MOVE W-TOTAL-SYNDICAT       TO W-TG-MONTANT.
           PERFORM 4100-ECRIRE-TOTAL.
           MOVE "TOTAL AUTRES RETENUES:" TO W-TG-LIBELLE.
           MOVE W-TOTAL-AUTRES         TO W-TG-MONTANT.
           PERFORM 4100-ECRIRE-TOTAL.
           MOVE "TOTAL NET VERSE:"     TO W-TG-LIBELLE.
           MOVE W-TOTAL-NET            TO W-TG-MONTANT.
           PERFORM 4100-ECRIRE-TOTAL.
           MOVE "DONT CHEQUES:"        TO W-TG-LIBELLE.
           MOVE W-TOTAL-NET-CHEQUE     TO W-TG-MONTANT.
           PERFORM 4100-ECRIRE-TOTAL.
           MOVE "DONT RETENUS (NON VERSES):" TO W-TG-LIBELLE.
           MOVE W-TOTAL-NET-RETENU     TO W-TG-MONTANT.
           PERFORM 4100-ECRIRE-TOTAL.
           MOVE W-NB-RELEVES TO W-NB-EDITE.
           MOVE W-LIGNE-NB-RELEVES TO LIGNE-RELEVES.
           WRITE LIGNE-RELEVES.
