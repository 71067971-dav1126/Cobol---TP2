      ***************************************************************
      * REMGOUV - GABARIT DE LA FICHE DE REMISE MENSUELLE DES
      * RETENUES A LA SOURCE (REMISE.DAT, 150 OCTETS, A FORMAT FIXE
      * POUR LA TRANSMISSION ELECTRONIQUE). ECRITE PAR TP2-REMISES,
      * UNE FICHE PAR MOIS DE PAIE REMIS : MONTANTS EN CENTS SANS
      * VIRGULE, CADRES A DROITE ET COMPLETES DE ZEROS.
      *   REM-TOTAL-DU = IMPOT RETENU + PENSION RETENUE + PENSION
      *                  PATRONALE + TAXE PATRONALE
      *   REM-DATE-ECHEANCE = LE 15 DU MOIS SUIVANT LE MOIS DE PAIE
      ***************************************************************
       01  FICHE-REMISE.
           05  REM-TYPE                  PIC X.
               88  REM-REMISE-MENSUELLE  VALUE "R".
           05  REM-NO-EMPLOYEUR          PIC X(15).
           05  REM-MOIS-PAIE             PIC 9(6).
           05  REM-DATE-ECHEANCE         PIC 9(8).
           05  REM-NB-EMPLOYES           PIC 9(6).
           05  REM-NB-PAIES              PIC 9(6).
           05  REM-BRUT                  PIC 9(9)V99.
           05  REM-IMPOT                 PIC 9(9)V99.
           05  REM-PENSION-EMPLOYE       PIC 9(9)V99.
           05  REM-PENSION-EMPLOYEUR     PIC 9(9)V99.
           05  REM-TAXE-EMPLOYEUR        PIC 9(9)V99.
           05  REM-TOTAL-DU              PIC 9(9)V99.
           05  REM-DATE-PRODUCTION       PIC 9(8).
           05  FILLER                    PIC X(34).
