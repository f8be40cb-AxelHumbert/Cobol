      * Une echeance n'est ainsi soldee qu'une seule fois d'un
      * passage nocturne a l'autre.
           05  BC-STATE PIC X.
      * Prelevement SEPA de l'echeance, tenu par le passage des
      * prelevements : espace = non encore presentee, E = emise a
      * la banque pour la date de prelevement portee, P = encaissee
      * (quittance produite dans payments.txt), J = rejetee par la
      * banque avec son motif (code R ISO 20022, par exemple AM04
      * provision insuffisante) et la date du rejet. Une echeance
      * rejetee reste ouverte (A) et suit le cycle normal des
      * impayes.
           05  BC-DEBIT-STATE PIC X.
               88  BC-DEBIT-NOT-SENT VALUE SPACE.
               88  BC-DEBIT-SENT VALUE 'E'.
               88  BC-DEBIT-COLLECTED VALUE 'P'.
               88  BC-DEBIT-REJECTED VALUE 'J'.
           05  BC-DEBIT-DATE PIC 9(8).
           05  BC-REJECT-CODE PIC X(4).
           05  BC-REJECT-DATE PIC 9(8).
      * Part d'interets comprise dans BC-AMOUNT-DUE, calculee a
      * l'appel sur le capital restant du (la totalite de
      * l'echeance pendant le prefinancement) ; le reste est de
      * l'amortissement du capital. Sert a ventiler les
      * reglements de l'annee sur l'attestation d'interets.
           05  BC-INTEREST-PART PIC 9(9)V99.
