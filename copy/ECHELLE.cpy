      ***************************************************************
      * ECHELLE - GABARIT DE L'ECHELLE SALARIALE D'ANCIENNETE
      * (ECHELLE.DAT) : UNE FICHE PAR ECHELON, AVEC LE NOMBRE
      * D'ANNEES DE SERVICE (DEPUIS EMPL-DATEEMB) QUI DONNE DROIT A
      * L'ECHELON ET LE TAUX HORAIRE DE L'ECHELON. L'EMPLOYE EST A
      * L'ECHELON DONT ECH-ANNEES EST LE PLUS GRAND QUI NE DEPASSE
      * PAS SES ANNEES DE SERVICE; L'ECHELON CHANGE DONC A UN
      * ANNIVERSAIRE D'EMBAUCHE. LU PAR TP2-ECHELONS.
      ***************************************************************
       01  FICHE-ECHELLE.
           05  ECH-ECHELON               PIC 99.
           05  ECH-ANNEES                PIC 99.
           05  ECH-TAUX                  PIC 99V99.
