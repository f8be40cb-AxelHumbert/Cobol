      * Une ligne de l'historique des reglements
      * (payment_history.txt) : chaque quittance comptabilisee par
      * l'enregistrement des reglements, avec sa ventilation entre
      * interets et capital de l'echeance et prime d'assurance.
      * PH-INSTALLMENT-PART = PH-INTEREST-PART + PH-PRINCIPAL-PART ;
      * l'excedent eventuel au-dela de l'appele reste en capital.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-LOAN-ID PIC 9(8).
           05  PH-DUE-DATE PIC 9(8).
           05  PH-VALUE-DATE PIC 9(8).
           05  PH-INSTALLMENT-PART PIC 9(9)V99.
           05  PH-INTEREST-PART PIC 9(9)V99.
           05  PH-PRINCIPAL-PART PIC 9(9)V99.
           05  PH-INSURANCE-PART PIC 9(9)V99.
