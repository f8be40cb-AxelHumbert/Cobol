      * Une tranche de fonds versee (fichier disbursements.txt) :
      * numero de la tranche dans le dossier du pret, date du
      * versement, montant et reference de l'appel de fonds. Un
      * pret debloque en une fois porte une tranche unique du
      * capital emprunte. Chaque tranche part dans l'interface
      * comptable le jour de son versement.
       01  DISBURSEMENT-RECORD.
           05  DB-LOAN-ID PIC 9(8).
           05  DB-TRANCHE-NUMBER PIC 99.
           05  DB-DATE PIC 9(8).
           05  DB-AMOUNT PIC 9(9).
           05  DB-CALL-REF PIC X(15).
