      * Une ligne du fichier retour des prelevements SEPA rejetes
      * (sepa_rejects.txt), remis par la banque : l'echeance est
      * identifiee par la reference de bout en bout de
      * l'instruction (numero de pret et date d'echeance), avec le
      * motif du rejet (code R ISO 20022 : AC04 compte clos, AM04
      * provision insuffisante, MD01 absence de mandat, MS02 refus
      * du debiteur...) et la date du rejet.
       01  REJECT-RECORD.
           05  RJ-LOAN-ID PIC 9(8).
           05  RJ-DUE-DATE PIC 9(8).
           05  RJ-REASON-CODE PIC X(4).
           05  RJ-REJECT-DATE PIC 9(8).
           05  RJ-AMOUNT PIC 9(9)V99.
