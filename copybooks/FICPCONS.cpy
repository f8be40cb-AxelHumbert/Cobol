      * Une ligne du fichier des consultations du FICP
      * (ficp_consultation.txt) : réponse de la Banque de France à
      * la consultation faite pour un client avant toute offre.
      * FC-RESULT : I = inscrit au fichier des incidents de
      * remboursement, N = non inscrit. Les lignes sont dans
      * l'ordre des consultations ; la plus récente d'un client
      * fait foi.
       01  FICP-CONSULTATION-RECORD.
           05  FC-CUSTOMER-ID PIC X(10).
           05  FC-CONSULT-DATE PIC 9(8).
           05  FC-RESULT PIC X.
               88  FC-INSCRIT VALUE 'I'.
               88  FC-NON-INSCRIT VALUE 'N'.
