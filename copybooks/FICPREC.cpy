      * Une ligne de déclaration au FICP, telle qu'envoyée dans le
      * fichier mensuel ficp_declaration.txt et conservée dans
      * l'historique ficp_history.txt. FP-ACTION : D = déclaration
      * d'un incident de remboursement caractérisé, R = radiation
      * après régularisation de l'arriéré. Un prêt donne une ligne
      * par personne inscrite : l'emprunteur (FP-ROLE E) et le
      * co-emprunteur éventuel (FP-ROLE C). FP-INCIDENT-DATE est
      * l'ouverture de l'arriéré ; le montant impayé et le nombre
      * d'échéances manquées sont ceux du livre des soldes au jour
      * de la déclaration (à zéro pour une radiation).
       01  FICP-RECORD.
           05  FP-ACTION PIC X.
               88  FP-DECLARATION VALUE 'D'.
               88  FP-RADIATION VALUE 'R'.
           05  FP-DATE PIC 9(8).
           05  FP-LOAN-ID PIC 9(8).
           05  FP-CUSTOMER-ID PIC X(10).
           05  FP-ROLE PIC X.
               88  FP-EMPRUNTEUR VALUE 'E'.
               88  FP-CO-EMPRUNTEUR VALUE 'C'.
           05  FP-NAME PIC X(30).
           05  FP-INCIDENT-DATE PIC 9(8).
           05  FP-UNPAID-AMOUNT PIC 9(10)V99.
           05  FP-MISSED-COUNT PIC 9(3).
