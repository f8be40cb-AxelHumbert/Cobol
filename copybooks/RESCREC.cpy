      * Une ligne de l'historique des reamenagements
      * (reschedule_history.txt) : l'avant et l'apres de chaque
      * report d'echeances ou allongement accorde au guichet.
      * RS-MODE : R = report de RS-HOLIDAY-MONTHS echeances, du
      * mois RS-HOLIDAY-START au mois RS-HOLIDAY-END (AAAAMM)
      * inclus, sans appel ; A = allongement de la duree restante,
      * l'arriere du livre des soldes (RS-UNPAID-FOLDED) etant
      * integre au capital. RS-INTEREST-MODE, pour un report :
      * C = interets de la periode capitalises, D = interets
      * differes (RS-DEFERRED-INTEREST), etales sur les echeances
      * restantes en plus de la mensualite d'amortissement.
      * RS-START-DATE est le point de depart du nouvel echeancier
      * (capital RS-NEW-BALANCE sur RS-REMAINING-MONTHS mois a
      * RS-AMORT-MONTHLY). RS-LEDGER-DUE et RS-LEDGER-RECEIVED
      * sont les cumuls du livre des soldes apres l'operation :
      * ce qui est appele ou encaisse au-dela releve du nouveau
      * plan.
       01  RESCHEDULE-RECORD.
           05  RS-LOAN-ID PIC 9(8).
           05  RS-DATE PIC 9(8).
           05  RS-MODE PIC X.
               88  RS-REPORT VALUE 'R'.
               88  RS-ALLONGEMENT VALUE 'A'.
           05  RS-INTEREST-MODE PIC X.
               88  RS-INTERETS-CAPITALISES VALUE 'C'.
               88  RS-INTERETS-DIFFERES VALUE 'D'.
           05  RS-HOLIDAY-MONTHS PIC 99.
           05  RS-HOLIDAY-START PIC 9(6).
           05  RS-HOLIDAY-END PIC 9(6).
           05  RS-RATE PIC 99V99.
           05  RS-OLD-MONTHLY PIC 9(9)V99.
           05  RS-NEW-MONTHLY PIC 9(9)V99.
           05  RS-AMORT-MONTHLY PIC 9(9)V99.
           05  RS-OLD-BALANCE PIC 9(9)V99.
           05  RS-NEW-BALANCE PIC 9(9)V99.
           05  RS-OLD-MONTHS PIC 9(4).
           05  RS-REMAINING-MONTHS PIC 9(4).
           05  RS-START-DATE PIC 9(8).
           05  RS-DEFERRED-INTEREST PIC 9(9)V99.
           05  RS-UNPAID-FOLDED PIC 9(10)V99.
           05  RS-LEDGER-DUE PIC 9(10)V99.
           05  RS-LEDGER-RECEIVED PIC 9(10)V99.
