           05  CM-MONTHLY-INCOME PIC 9(7)V99.
           05  CM-EXISTING-DEBTS PIC 9(7)V99.
           05  CM-INCOME-VERIFIED-DATE PIC 9(8).
      * Mandat de prélèvement SEPA signé par le client pour le
      * paiement de ses échéances : IBAN et BIC du compte à
      * débiter, référence unique du mandat (RUM) et date de
      * signature. A blanc et à zéro tant qu'aucun mandat n'est
      * signé ; les échéances du client restent alors à régler
      * par un autre moyen.
           05  CM-IBAN PIC X(34).
           05  CM-BIC PIC X(11).
           05  CM-MANDATE-REF PIC X(35).
           05  CM-MANDATE-DATE PIC 9(8).
