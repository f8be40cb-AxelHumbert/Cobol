      * quittance est portée en impayé, et un état mensuel des
      * impayés est produit pour tout prêt ayant au moins une
      * échéance manquée ou partielle.
      * Chaque quittance comptabilisée est ajoutée à l'historique
      * payment_history.txt, ventilée entre intérêts et capital
      * selon la part d'intérêts de l'échéance appelée, et prime
      * d'assurance. Une fois comptabilisées, les quittances sont
      * retirées de payments.txt : celles que le passage des
      * prélèvements y ajoute ne sont ainsi comptées qu'une fois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARREARS-FILE ASSIGN TO "arrears_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO
               "payment_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       FD  ARREARS-FILE.
       01  ARREARS-LINE PIC X(100).

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       WORKING-STORAGE SECTION.

       01  WS-PAYMENT-STATUS PIC XX.
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-BILLING-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-PAYMENTS-READ PIC X VALUE 'N'.
           88  PAYMENTS-READ VALUE 'Y'.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
               10  BT-AMOUNT-DUE PIC 9(9)V99.
               10  BT-PREMIUM PIC 9(7)V99.
               10  BT-STATE PIC X.
               10  BT-DEBIT-STATE PIC X.
               10  BT-DEBIT-DATE PIC 9(8).
               10  BT-REJECT-CODE PIC X(4).
               10  BT-REJECT-DATE PIC 9(8).
               10  BT-INTEREST-PART PIC 9(9)V99.

       01  LOAN-INDEX PIC 9(5).
       01  LEDGER-INDEX PIC 9(5).
       01  PREMIUM-DUE PIC 9(7)V99.
       01  INSTALLMENT-PART PIC 9(9)V99.
       01  INSURANCE-PART PIC 9(9)V99.
      * Part d'interets de l'echeance rapprochee, reglee en premier
      * par la part echeance de la quittance.
       01  INTEREST-DUE PIC 9(9)V99.
       01  RECEIPT-COUNT PIC 9(6) VALUE 0.
       01  UNKNOWN-RECEIPT-COUNT PIC 9(6) VALUE 0.
       01  UNPAID-CALL-COUNT PIC 9(6) VALUE 0.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.
           CALL 'DAYNUM' USING RUN-DATE, RUN-DAY-NUMBER.

           PERFORM LOAD-LOAN-MASTER.

           CLOSE ARREARS-FILE.

           IF PAYMENTS-READ
               PERFORM CLEAR-PAYMENTS
           END-IF.

           DISPLAY 'Quittances traitees : ' RECEIPT-COUNT.
           DISPLAY 'Quittances sans pret au registre : ',
               UNKNOWN-RECEIPT-COUNT.
           ELSE
               MOVE 'A' TO BT-STATE (BILLING-COUNT)
           END-IF.
      *    Prelevement SEPA : les lignes anterieures n'emportent pas
      *    ces champs, l'echeance est reprise comme non presentee.
           IF BC-DEBIT-SENT OR BC-DEBIT-COLLECTED OR
                   BC-DEBIT-REJECTED
               MOVE BC-DEBIT-STATE TO BT-DEBIT-STATE (BILLING-COUNT)
           ELSE
               MOVE SPACE TO BT-DEBIT-STATE (BILLING-COUNT)
           END-IF.
           IF BC-DEBIT-DATE NUMERIC
               MOVE BC-DEBIT-DATE TO BT-DEBIT-DATE (BILLING-COUNT)
           ELSE
               MOVE 0 TO BT-DEBIT-DATE (BILLING-COUNT)
           END-IF.
           MOVE BC-REJECT-CODE TO BT-REJECT-CODE (BILLING-COUNT).
           IF BC-REJECT-DATE NUMERIC
               MOVE BC-REJECT-DATE TO BT-REJECT-DATE (BILLING-COUNT)
           ELSE
               MOVE 0 TO BT-REJECT-DATE (BILLING-COUNT)
           END-IF.
           IF BC-INTEREST-PART NUMERIC
               MOVE BC-INTEREST-PART TO
                   BT-INTEREST-PART (BILLING-COUNT)
           ELSE
               MOVE 0 TO BT-INTEREST-PART (BILLING-COUNT)
           END-IF.

       POST-PAYMENTS.
           MOVE 'N' TO WS-EOF.
                   'reglements payments.txt (statut ',
                   WS-PAYMENT-STATUS ').'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-PAYMENTS-READ
           END-IF.

           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.

           PERFORM UNTIL END-OF-FILE
           END-PERFORM.

           CLOSE PAYMENT-FILE.
           CLOSE PAYMENT-HISTORY-FILE.

      * Les quittances du fichier sont toutes comptabilisees : le
      * fichier est vide pour le passage suivant, qui ne recevra
      * que les nouveaux reglements.
       CLEAR-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE.
           CLOSE PAYMENT-FILE.

       POST-ONE-RECEIPT.
           MOVE PAY-LOAN-ID TO LOOKUP-LOAN-ID.
      *        en impaye n'ajoute que l'encaissement.
               PERFORM FIND-BILLING-ENTRY
               MOVE 'N' TO WS-DUE-POSTED
               MOVE 0 TO INTEREST-DUE
               IF BILLING-INDEX > 0
                   MOVE BT-AMOUNT-DUE (BILLING-INDEX) TO AMOUNT-DUE
                   MOVE BT-PREMIUM (BILLING-INDEX) TO PREMIUM-DUE
                   MOVE BT-INTEREST-PART (BILLING-INDEX) TO
                       INTEREST-DUE
                   IF BT-STATE (BILLING-INDEX) = 'I'
                       MOVE 'Y' TO WS-DUE-POSTED
                   END-IF
           ADD INSURANCE-PART TO
               LE-PREMIUM-RECEIVED (LEDGER-INDEX).

           PERFORM WRITE-PAYMENT-HISTORY.

           IF NOT DUE-ALREADY-POSTED AND
                   PAY-AMOUNT-RECEIVED < AMOUNT-DUE + PREMIUM-DUE
               ADD 1 TO LE-MISSED-COUNT (LEDGER-INDEX)
               MOVE 0 TO LE-OUTSTANDING (LEDGER-INDEX)
           END-IF.

      * Les interets de l'echeance sont regles avant le capital ;
      * une quittance sans echeance appelee connue est portee
      * toute en capital.
       WRITE-PAYMENT-HISTORY.
           MOVE PAY-LOAN-ID TO PH-LOAN-ID.
           MOVE PAY-DUE-DATE TO PH-DUE-DATE.
           IF PAY-VALUE-DATE NUMERIC AND PAY-VALUE-DATE > 0
               MOVE PAY-VALUE-DATE TO PH-VALUE-DATE
           ELSE
               MOVE RUN-DATE TO PH-VALUE-DATE
           END-IF.
           MOVE INSTALLMENT-PART TO PH-INSTALLMENT-PART.
           IF INSTALLMENT-PART < INTEREST-DUE
               MOVE INSTALLMENT-PART TO PH-INTEREST-PART
           ELSE
               MOVE INTEREST-DUE TO PH-INTEREST-PART
           END-IF.
           COMPUTE PH-PRINCIPAL-PART =
               INSTALLMENT-PART - PH-INTEREST-PART.
           MOVE INSURANCE-PART TO PH-INSURANCE-PART.

           WRITE PAYMENT-HISTORY-RECORD.

      * Premiere echeance ouverte (A) du pret ; a defaut, une
      * echeance deja portee en impaye (I), qu'une quittance
      * tardive vient regler.
               MOVE BT-AMOUNT-DUE (BILLING-INDEX) TO BC-AMOUNT-DUE
               MOVE BT-PREMIUM (BILLING-INDEX) TO BC-PREMIUM
               MOVE BT-STATE (BILLING-INDEX) TO BC-STATE
               MOVE BT-DEBIT-STATE (BILLING-INDEX) TO BC-DEBIT-STATE
               MOVE BT-DEBIT-DATE (BILLING-INDEX) TO BC-DEBIT-DATE
               MOVE BT-REJECT-CODE (BILLING-INDEX) TO BC-REJECT-CODE
               MOVE BT-REJECT-DATE (BILLING-INDEX) TO BC-REJECT-DATE
               MOVE BT-INTEREST-PART (BILLING-INDEX) TO
                   BC-INTEREST-PART
               WRITE BILLING-RECORD
           END-PERFORM.

