      * HNET-MODE-PAIEMENT DIT COMMENT LE NET EST PARTI : D = FICHE
      * DU FICHIER DE DEPOT, C = LISTE DES CHEQUES (EMPLOYE SANS
      * COORDONNEES BANCAIRES). SEULS LES NETS EN MODE D SE
      * RETROUVENT DANS LES FICHES REMORQUES DE DEPOT.DAT. S = NET
      * RETENU PAR LA VERIFICATION DES VARIATIONS (SUSPENS.DAT), NI
      * DEPOSE NI PAYE PAR CHEQUE; QUAND LA PAIE EST LIBEREE PUIS
      * VERSEE PAR UNE PAIE NETTE SUIVANTE, LA FICHE PREND LE MODE
      * DU VERSEMENT (D OU C).
      * HNET-AJUSTEMENT EST LE RATTRAPAGE RETROACTIF (AJUSTEMENTS.DAT)
      * VERSE AVEC CE NET, DEJA COMPRIS DANS HNET-MONTANT-NET - IL EST
      * CONSERVE ICI PARCE QUE LA FICHE D'AJUSTEMENT EST RETIREE DU
      * FICHIER UNE FOIS PAYEE (TALON DE PAIE DE TP2-TALONS).
      * HNET-AUTRES-RETENUES EST LE TOTAL DES RETENUES PROPRES A
      * L'EMPLOYE (RETENUES.DAT) PRELEVEES SUR CE NET; LE DETAIL PAR
      * RETENUE EST DANS HISTORET.DAT. LE NET SE RECOUPE AINSI :
      * BRUT - IMPOT - PENSION - SYNDICAT - AUTRES RETENUES
      * + AJUSTEMENT = NET.
      * HNET-PENSION-PATRONALE ET HNET-TAXE-PATRONALE SONT LA PART DE
      * L'EMPLOYEUR SUR CE BRUT (FICHES E ET T DES BAREMES) : ELLES
      * NE TOUCHENT PAS LE NET ET SONT REMISES AU GOUVERNEMENT AVEC
      * L'IMPOT ET LA PENSION RETENUS (TP2-REMISES).
      ***************************************************************
       01  FICHE-HISTO-NET.
           05  HNET-CLE.
           05  HNET-MODE-PAIEMENT        PIC X.
               88  HNET-PAR-DEPOT        VALUE "D".
               88  HNET-PAR-CHEQUE       VALUE "C".
               88  HNET-RETENU           VALUE "S".
           05  HNET-AJUSTEMENT           PIC 9(7)V99.
           05  HNET-AUTRES-RETENUES      PIC 9(7)V99.
           05  HNET-PENSION-PATRONALE    PIC 9(6)V99.
           05  HNET-TAXE-PATRONALE       PIC 9(6)V99.
