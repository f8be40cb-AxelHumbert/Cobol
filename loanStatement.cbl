       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanStatement.
       AUTHOR. Axel.

      * Attestation annuelle des prêts : passage de début d'année
      * qui édite, pour chaque prêt ayant couru pendant l'année
      * demandée, un relevé annuel (attestation_NNNNNNNN_AAAA.txt)
      * adressé à l'emprunteur, et un exemplaire adressé au
      * co-emprunteur éventuel (attestation_NNNNNNNN_AAAA_C.txt).
      * Le relevé reprend les échéances appelées dans l'année
      * (historique des appels billing_history.txt) et les
      * règlements reçus (historique payment_history.txt), ventilés
      * entre intérêts, capital et assurance, les remboursements
      * anticipés et leur indemnité (prepayment_history.txt), les
      * révisions de taux de l'année (rate_revision_history.txt)
      * et le capital restant dû au 31 décembre, refait sur
      * l'échéancier du prêt. Les prêts soldés dans l'année ont
      * leur relevé, qu'ils soient encore au registre ou déjà
      * partis dans l'archive de l'année ou de l'année suivante.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               ALTERNATE RECORD KEY IS LM-APPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT BILLING-HISTORY-FILE ASSIGN TO
               "billing_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO
               "payment_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT PREPAY-HISTORY-FILE ASSIGN TO
               "prepayment_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREPAY-STATUS.

           SELECT REVISION-FILE ASSIGN TO
               "rate_revision_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE PIC X(160).

       FD  BILLING-HISTORY-FILE.
           COPY BILLREC.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  PREPAY-HISTORY-FILE.
           COPY PREPREC.

       FD  REVISION-FILE.
           COPY REVREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-BILLING-STATUS PIC XX.
       01  WS-PAYMENT-STATUS PIC XX.
       01  WS-PREPAY-STATUS PIC XX.
       01  WS-REVISION-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-CUSTOMER-OPEN PIC X VALUE 'N'.
           88  CUSTOMER-OPEN VALUE 'Y'.
       01  WS-HAS-COBORROWER PIC X.
           88  HAS-COBORROWER VALUE 'Y'.
       01  WS-COBORROWER-COPY PIC X.
           88  COBORROWER-COPY VALUE 'Y'.
       01  WS-CLOSED-IN-YEAR PIC X.
           88  CLOSED-IN-YEAR VALUE 'Y'.

       77  MAX-LOANS PIC 9(5) VALUE 50000.
       77  MAX-EVENTS PIC 9(5) VALUE 50000.

       01  RUN-DATE PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05  RUN-YEAR PIC 9(4).
           05  FILLER PIC 9(4).

      * Annee de l'attestation et ses bornes.
       01  STATEMENT-YEAR PIC 9(4).
       01  ARCHIVE-YEAR PIC 9(4).
       01  YEAR-START-DATE PIC 9(8).
       01  YEAR-END-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
       01  EVENT-DATE-PARTS REDEFINES EVENT-DATE.
           05  EVENT-YEAR PIC 9(4).
           05  FILLER PIC 9(4).

       01  ARCHIVE-FILE-NAME PIC X(25).
       01  STATEMENT-FILE-NAME PIC X(32).

      * Cumuls de l'annee par pret : appels de l'historique des
      * appels (date d'echeance dans l'annee) et reglements de
      * l'historique des reglements (date de valeur dans l'annee).
       01  ACCOUNT-TABLE.
           05  ACCOUNT-COUNT PIC 9(5) VALUE 0.
           05  ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10  AC-LOAN-ID PIC 9(8).
               10  AC-CALLED-COUNT PIC 9(3).
               10  AC-CALLED-AMOUNT PIC 9(10)V99.
               10  AC-CALLED-INTEREST PIC 9(10)V99.
               10  AC-CALLED-PREMIUM PIC 9(10)V99.
               10  AC-PAID-COUNT PIC 9(3).
               10  AC-PAID-INSTALLMENT PIC 9(10)V99.
               10  AC-PAID-INTEREST PIC 9(10)V99.
               10  AC-PAID-PRINCIPAL PIC 9(10)V99.
               10  AC-PAID-INSURANCE PIC 9(10)V99.

      * Remboursements anticipes et revisions de taux de l'annee.
       01  PREPAY-TABLE.
           05  PREPAY-COUNT PIC 9(5) VALUE 0.
           05  PREPAY-ENTRY OCCURS 50000 TIMES.
               10  PA-LOAN-ID PIC 9(8).
               10  PA-DATE PIC 9(8).
               10  PA-AMOUNT PIC 9(9)V99.
               10  PA-PENALTY PIC 9(9)V99.
               10  PA-BALANCE-AFTER PIC 9(9)V99.

       01  REVISION-TABLE.
           05  REVISION-COUNT PIC 9(5) VALUE 0.
           05  REVISION-ENTRY OCCURS 50000 TIMES.
               10  RT-LOAN-ID PIC 9(8).
               10  RT-DATE PIC 9(8).
               10  RT-OLD-RATE PIC 99V99.
               10  RT-NEW-RATE PIC 99V99.
               10  RT-OLD-MONTHLY PIC 9(9)V99.
               10  RT-NEW-MONTHLY PIC 9(9)V99.

       01  ACCOUNT-INDEX PIC 9(5).
       01  SEARCH-INDEX PIC 9(5).
       01  LOOKUP-LOAN-ID PIC 9(8).
       01  LINE-COUNT PIC 9(5).

       01  CAPITAL-DUE PIC 9(9)V99.
       01  CAPITAL-MONTHS PIC 9(4).
       01  CALLED-PRINCIPAL PIC 9(10)V99.

       01  BORROWER-NAME PIC X(30).
       01  BORROWER-ADDRESS PIC X(40).
       01  COBORROWER-NAME PIC X(30).
       01  COBORROWER-ADDRESS PIC X(40).

       01  EXAMINED-COUNT PIC 9(6) VALUE 0.
       01  STATEMENT-COUNT PIC 9(6) VALUE 0.
       01  COPY-COUNT PIC 9(6) VALUE 0.
       01  ARCHIVED-COUNT PIC 9(6) VALUE 0.
       01  CLOSED-COUNT PIC 9(6) VALUE 0.
       01  PREVIOUS-STATEMENT-COUNT PIC 9(6).

       01  EDIT-DATE.
           05  EDIT-DATE-YEAR PIC 9(4).
           05  EDIT-DATE-MONTH PIC 99.
           05  EDIT-DATE-DAY PIC 99.
       01  DATE-DISPLAY.
           05  DD-DAY PIC 99.
           05  FILLER PIC X VALUE '/'.
           05  DD-MONTH PIC 99.
           05  FILLER PIC X VALUE '/'.
           05  DD-YEAR PIC 9(4).

       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  COUNT-DISPLAY PIC ZZ9.
       01  MONTHS-DISPLAY PIC ZZZ9.

       01  WS-STATEMENT-FIELD-LINE.
           05  WS-F-LABEL PIC X(40).
           05  WS-F-VALUE PIC X(30).

       01  WS-PREPAY-DETAIL.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-P-DATE PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-P-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-P-PENALTY PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-P-BALANCE PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REVISION-DETAIL.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-DATE PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-OLD-RATE PIC Z9.99.
           05  FILLER PIC X(4) VALUE ' -> '.
           05  WS-R-NEW-RATE PIC Z9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  WS-R-OLD-MONTHLY PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE ' -> '.
           05  WS-R-NEW-MONTHLY PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Attestations annuelles des prets'.
           DISPLAY 'Annee de l''attestation (AAAA, 0 = annee ',
               'ecoulee) ?'.
           ACCEPT STATEMENT-YEAR.

           CALL 'BUSDATE' USING RUN-DATE.

           IF STATEMENT-YEAR = 0
               COMPUTE STATEMENT-YEAR = RUN-YEAR - 1
           END-IF.

           COMPUTE YEAR-START-DATE = STATEMENT-YEAR * 10000 + 101.
           COMPUTE YEAR-END-DATE = STATEMENT-YEAR * 10000 + 1231.

           PERFORM LOAD-BILLING-HISTORY.
           PERFORM LOAD-PAYMENT-HISTORY.
           PERFORM LOAD-PREPAYMENTS.
           PERFORM LOAD-REVISIONS.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-OPEN
           END-IF.

           PERFORM STATEMENTS-FROM-MASTER.

      *    Un pret solde dans l'annee peut deja etre parti dans
      *    l'archive de l'annee, ou dans celle de l'annee suivante
      *    si l'archivage a tourne avant les attestations.
           MOVE STATEMENT-YEAR TO ARCHIVE-YEAR.
           PERFORM STATEMENTS-FROM-ARCHIVE.
           ADD 1 TO ARCHIVE-YEAR.
           PERFORM STATEMENTS-FROM-ARCHIVE.

           IF CUSTOMER-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.

           DISPLAY 'Annee : ' STATEMENT-YEAR.
           DISPLAY 'Prets examines : ' EXAMINED-COUNT.
           DISPLAY 'Attestations editees : ' STATEMENT-COUNT.
           DISPLAY '  dont prets soldes dans l''annee : ',
               CLOSED-COUNT.
           DISPLAY '  dont prets deja archives : ' ARCHIVED-COUNT.
           DISPLAY 'Exemplaires co-emprunteur : ' COPY-COUNT.

           STOP RUN.

       STATEMENTS-FROM-MASTER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO EXAMINED-COUNT
                       PERFORM STATEMENT-FOR-LOAN
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE.

      * L'archive porte la fiche du registre telle quelle : elle
      * est relue dans le dessin du registre.
       STATEMENTS-FROM-ARCHIVE.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING 'loan_archive_' ARCHIVE-YEAR '.txt'
               DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ARCHIVE-LINE TO LOAN-MASTER-RECORD
                       ADD 1 TO EXAMINED-COUNT
                       IF LM-SOLDE
                           MOVE STATEMENT-COUNT TO
                               PREVIOUS-STATEMENT-COUNT
                           PERFORM STATEMENT-FOR-LOAN
                           IF STATEMENT-COUNT >
                                   PREVIOUS-STATEMENT-COUNT
                               ADD 1 TO ARCHIVED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ARCHIVE-STATUS NOT = '35'
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

      * Un pret a couru pendant l'annee s'il etait debloque au 31
      * decembre, ou s'il a ete solde dans l'annee ; un pret solde
      * apres la fin de l'annee n'a de releve que s'il a eu des
      * echeances dans l'annee (sinon il n'etait pas encore
      * debloque).
       STATEMENT-FOR-LOAN.
           MOVE LM-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-CLOSED-IN-YEAR.

           EVALUATE TRUE
               WHEN LM-DEBLOQUE
                   IF LM-STATUS-DATE NOT > YEAR-END-DATE
                       PERFORM WRITE-STATEMENTS
                   END-IF
               WHEN LM-SOLDE
                   IF LM-STATUS-DATE NOT < YEAR-START-DATE AND
                           LM-STATUS-DATE NOT > YEAR-END-DATE
                       MOVE 'Y' TO WS-CLOSED-IN-YEAR
                       ADD 1 TO CLOSED-COUNT
                       PERFORM WRITE-STATEMENTS
                   ELSE
                       IF LM-STATUS-DATE > YEAR-END-DATE AND
                               ACCOUNT-INDEX > 0
                           PERFORM WRITE-STATEMENTS
                       END-IF
                   END-IF
           END-EVALUATE.

      * Releve de l'emprunteur, puis exemplaire du co-emprunteur.
       WRITE-STATEMENTS.
           CALL 'CAPDUE' USING LOAN-MASTER-RECORD, YEAR-END-DATE,
               CAPITAL-DUE, CAPITAL-MONTHS.

           PERFORM FIND-CUSTOMERS.

           MOVE 'N' TO WS-COBORROWER-COPY.
           MOVE SPACES TO STATEMENT-FILE-NAME.
           STRING 'attestation_' LM-LOAN-ID '_' STATEMENT-YEAR
               '.txt' DELIMITED BY SIZE INTO STATEMENT-FILE-NAME.
           PERFORM WRITE-STATEMENT-DOCUMENT.
           ADD 1 TO STATEMENT-COUNT.

           IF HAS-COBORROWER
               MOVE 'Y' TO WS-COBORROWER-COPY
               MOVE SPACES TO STATEMENT-FILE-NAME
               STRING 'attestation_' LM-LOAN-ID '_' STATEMENT-YEAR
                   '_C.txt' DELIMITED BY SIZE
                   INTO STATEMENT-FILE-NAME
               PERFORM WRITE-STATEMENT-DOCUMENT
               ADD 1 TO COPY-COUNT
           END-IF.

       FIND-CUSTOMERS.
           MOVE SPACES TO BORROWER-NAME.
           MOVE SPACES TO BORROWER-ADDRESS.
           MOVE SPACES TO COBORROWER-NAME.
           MOVE SPACES TO COBORROWER-ADDRESS.
           MOVE 'N' TO WS-HAS-COBORROWER.
           IF LM-COBORROWER-ID NOT = SPACES
               MOVE 'Y' TO WS-HAS-COBORROWER
           END-IF.

           IF CUSTOMER-OPEN
               MOVE LM-APPLICANT-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO BORROWER-NAME
                       MOVE CM-ADDRESS TO BORROWER-ADDRESS
               END-READ
               IF HAS-COBORROWER
                   MOVE LM-COBORROWER-ID TO CM-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE CM-NAME TO COBORROWER-NAME
                           MOVE CM-ADDRESS TO COBORROWER-ADDRESS
                   END-READ
               END-IF
           END-IF.

       WRITE-STATEMENT-DOCUMENT.
           OPEN OUTPUT STATEMENT-FILE.

           MOVE ALL '=' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE '              ATTESTATION ANNUELLE DE PRET IMMOBILIER'
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL '=' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF COBORROWER-COPY
               MOVE 'Exemplaire du co-emprunteur' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE COBORROWER-NAME TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE COBORROWER-ADDRESS TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE BORROWER-NAME TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE BORROWER-ADDRESS TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO WS-STATEMENT-FIELD-LINE.
           MOVE 'Annee' TO WS-F-LABEL.
           MOVE STATEMENT-YEAR TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE RUN-DATE TO EDIT-DATE.
           PERFORM FORMAT-DATE.
           MOVE 'Attestation editee le' TO WS-F-LABEL.
           MOVE DATE-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE 'Numero de pret' TO WS-F-LABEL.
           MOVE LM-LOAN-ID TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE 'Emprunteur' TO WS-F-LABEL.
           MOVE BORROWER-NAME TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           IF HAS-COBORROWER
               MOVE 'Co-emprunteur' TO WS-F-LABEL
               MOVE COBORROWER-NAME TO WS-F-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

           MOVE LM-LOANED-AMOUNT TO AMOUNT-DISPLAY.
           MOVE 'Capital emprunte (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           IF CLOSED-IN-YEAR
               MOVE LM-STATUS-DATE TO EDIT-DATE
               PERFORM FORMAT-DATE
               MOVE 'Pret solde le' TO WS-F-LABEL
               MOVE DATE-DISPLAY TO WS-F-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

           PERFORM WRITE-INSTALMENT-SECTION.
           PERFORM WRITE-PREPAYMENT-SECTION.
           PERFORM WRITE-REVISION-SECTION.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'SITUATION AU 31 DECEMBRE' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE CAPITAL-DUE TO AMOUNT-DISPLAY.
           MOVE 'Capital restant du (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE CAPITAL-MONTHS TO MONTHS-DISPLAY.
           MOVE 'Echeances restant a courir' TO WS-F-LABEL.
           MOVE MONTHS-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'Les interets payes figurant sur la presente ' &
               'attestation sont ceux des' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'reglements recus entre le 1er janvier et le 31 ' &
               'decembre, penalites de' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'remboursement anticipe non comprises.' TO
               STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           CLOSE STATEMENT-FILE.

      * Echeances appelees et reglees dans l'annee.
       WRITE-INSTALMENT-SECTION.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'ECHEANCES DE L''ANNEE' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF ACCOUNT-INDEX = 0
               MOVE '  Aucune echeance appelee ni reglee dans ' &
                   'l''annee.' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               PERFORM WRITE-ACCOUNT-FIGURES
           END-IF.

       WRITE-ACCOUNT-FIGURES.
           MOVE AC-CALLED-COUNT (ACCOUNT-INDEX) TO COUNT-DISPLAY.
           MOVE 'Echeances appelees' TO WS-F-LABEL.
           MOVE COUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-CALLED-AMOUNT (ACCOUNT-INDEX) TO AMOUNT-DISPLAY.
           MOVE 'Montant appele hors assurance (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-CALLED-INTEREST (ACCOUNT-INDEX) TO AMOUNT-DISPLAY.
           MOVE '  dont interets (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           COMPUTE CALLED-PRINCIPAL =
               AC-CALLED-AMOUNT (ACCOUNT-INDEX) -
               AC-CALLED-INTEREST (ACCOUNT-INDEX).
           MOVE CALLED-PRINCIPAL TO AMOUNT-DISPLAY.
           MOVE '  dont capital (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-CALLED-PREMIUM (ACCOUNT-INDEX) TO AMOUNT-DISPLAY.
           MOVE 'Primes d''assurance appelees (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-PAID-COUNT (ACCOUNT-INDEX) TO COUNT-DISPLAY.
           MOVE 'Reglements recus' TO WS-F-LABEL.
           MOVE COUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-PAID-INSTALLMENT (ACCOUNT-INDEX) TO
               AMOUNT-DISPLAY.
           MOVE 'Montant regle hors assurance (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-PAID-INTEREST (ACCOUNT-INDEX) TO AMOUNT-DISPLAY.
           MOVE '  dont interets payes (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-PAID-PRINCIPAL (ACCOUNT-INDEX) TO AMOUNT-DISPLAY.
           MOVE '  dont capital rembourse (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

           MOVE AC-PAID-INSURANCE (ACCOUNT-INDEX) TO AMOUNT-DISPLAY.
           MOVE 'Assurance reglee (EUR)' TO WS-F-LABEL.
           MOVE AMOUNT-DISPLAY TO WS-F-VALUE.
           PERFORM WRITE-FIELD-LINE.

       WRITE-PREPAYMENT-SECTION.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'REMBOURSEMENTS ANTICIPES' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 0 TO LINE-COUNT.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > PREPAY-COUNT
               IF PA-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID
                   IF LINE-COUNT = 0
                       MOVE '  Date        Montant (EUR)    ' &
                           'Indemnite (EUR) Capital restant du' TO
                           STATEMENT-LINE
                       WRITE STATEMENT-LINE
                   END-IF
                   ADD 1 TO LINE-COUNT
                   MOVE PA-DATE (SEARCH-INDEX) TO EDIT-DATE
                   PERFORM FORMAT-DATE
                   MOVE DATE-DISPLAY TO WS-P-DATE
                   MOVE PA-AMOUNT (SEARCH-INDEX) TO WS-P-AMOUNT
                   MOVE PA-PENALTY (SEARCH-INDEX) TO WS-P-PENALTY
                   MOVE PA-BALANCE-AFTER (SEARCH-INDEX) TO
                       WS-P-BALANCE
                   MOVE WS-PREPAY-DETAIL TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM.

           IF LINE-COUNT = 0
               MOVE '  Aucun remboursement anticipe dans l''annee.'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-REVISION-SECTION.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'REVISIONS DE TAUX' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 0 TO LINE-COUNT.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > REVISION-COUNT
               IF RT-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID
                   IF LINE-COUNT = 0
                       MOVE '  Date        Taux (%)         ' &
                           'Mensualite (EUR)' TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                   END-IF
                   ADD 1 TO LINE-COUNT
                   MOVE RT-DATE (SEARCH-INDEX) TO EDIT-DATE
                   PERFORM FORMAT-DATE
                   MOVE DATE-DISPLAY TO WS-R-DATE
                   MOVE RT-OLD-RATE (SEARCH-INDEX) TO WS-R-OLD-RATE
                   MOVE RT-NEW-RATE (SEARCH-INDEX) TO WS-R-NEW-RATE
                   MOVE RT-OLD-MONTHLY (SEARCH-INDEX) TO
                       WS-R-OLD-MONTHLY
                   MOVE RT-NEW-MONTHLY (SEARCH-INDEX) TO
                       WS-R-NEW-MONTHLY
                   MOVE WS-REVISION-DETAIL TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM.

           IF LINE-COUNT = 0
               MOVE '  Aucune revision de taux dans l''annee.' TO
                   STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-FIELD-LINE.
           MOVE WS-STATEMENT-FIELD-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-FIELD-LINE.

       FORMAT-DATE.
           MOVE EDIT-DATE-DAY TO DD-DAY.
           MOVE EDIT-DATE-MONTH TO DD-MONTH.
           MOVE EDIT-DATE-YEAR TO DD-YEAR.

      * Cumuls d'un pret : FIND-ACCOUNT-ENTRY laisse l'indice a
      * zero si le pret n'a rien dans l'annee, FIND-OR-ADD-ACCOUNT
      * cree l'entree a zero au chargement des historiques.
       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO ACCOUNT-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > ACCOUNT-COUNT OR
                   ACCOUNT-INDEX > 0
               IF AC-LOAN-ID (SEARCH-INDEX) = LOOKUP-LOAN-ID
                   MOVE SEARCH-INDEX TO ACCOUNT-INDEX
               END-IF
           END-PERFORM.

       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.

           IF ACCOUNT-INDEX = 0
               IF ACCOUNT-COUNT < MAX-LOANS
                   ADD 1 TO ACCOUNT-COUNT
                   MOVE ACCOUNT-COUNT TO ACCOUNT-INDEX
                   MOVE LOOKUP-LOAN-ID TO AC-LOAN-ID (ACCOUNT-INDEX)
                   MOVE 0 TO AC-CALLED-COUNT (ACCOUNT-INDEX)
                   MOVE 0 TO AC-CALLED-AMOUNT (ACCOUNT-INDEX)
                   MOVE 0 TO AC-CALLED-INTEREST (ACCOUNT-INDEX)
                   MOVE 0 TO AC-CALLED-PREMIUM (ACCOUNT-INDEX)
                   MOVE 0 TO AC-PAID-COUNT (ACCOUNT-INDEX)
                   MOVE 0 TO AC-PAID-INSTALLMENT (ACCOUNT-INDEX)
                   MOVE 0 TO AC-PAID-INTEREST (ACCOUNT-INDEX)
                   MOVE 0 TO AC-PAID-PRINCIPAL (ACCOUNT-INDEX)
                   MOVE 0 TO AC-PAID-INSURANCE (ACCOUNT-INDEX)
               ELSE
                   DISPLAY 'Historiques trop grands pour la table ',
                       'interne, pret ignore : ' LOOKUP-LOAN-ID
               END-IF
           END-IF.

      * Appels de l'annee : les lignes anterieures a la
      * ventilation des interets n'en portent pas, elles comptent
      * pour zero.
       LOAD-BILLING-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BILLING-HISTORY-FILE.
           IF WS-BILLING-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE BC-DUE-DATE TO EVENT-DATE
                       IF EVENT-YEAR = STATEMENT-YEAR
                           PERFORM ADD-BILLING-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BILLING-STATUS NOT = '35'
               CLOSE BILLING-HISTORY-FILE
           END-IF.

       ADD-BILLING-LINE.
           MOVE BC-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-OR-ADD-ACCOUNT.

           IF ACCOUNT-INDEX > 0
               ADD 1 TO AC-CALLED-COUNT (ACCOUNT-INDEX)
               ADD BC-AMOUNT-DUE TO AC-CALLED-AMOUNT (ACCOUNT-INDEX)
               IF BC-PREMIUM NUMERIC
                   ADD BC-PREMIUM TO
                       AC-CALLED-PREMIUM (ACCOUNT-INDEX)
               END-IF
               IF BC-INTEREST-PART NUMERIC
                   ADD BC-INTEREST-PART TO
                       AC-CALLED-INTEREST (ACCOUNT-INDEX)
               END-IF
           END-IF.

       LOAD-PAYMENT-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYMENT-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ PAYMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PH-VALUE-DATE TO EVENT-DATE
                       IF EVENT-YEAR = STATEMENT-YEAR
                           PERFORM ADD-PAYMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PAYMENT-STATUS NOT = '35'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       ADD-PAYMENT-LINE.
           MOVE PH-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-OR-ADD-ACCOUNT.

           IF ACCOUNT-INDEX > 0
               ADD 1 TO AC-PAID-COUNT (ACCOUNT-INDEX)
               ADD PH-INSTALLMENT-PART TO
                   AC-PAID-INSTALLMENT (ACCOUNT-INDEX)
               ADD PH-INTEREST-PART TO
                   AC-PAID-INTEREST (ACCOUNT-INDEX)
               ADD PH-PRINCIPAL-PART TO
                   AC-PAID-PRINCIPAL (ACCOUNT-INDEX)
               ADD PH-INSURANCE-PART TO
                   AC-PAID-INSURANCE (ACCOUNT-INDEX)
           END-IF.

       LOAD-PREPAYMENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PREPAY-HISTORY-FILE.
           IF WS-PREPAY-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ PREPAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PP-DATE TO EVENT-DATE
                       IF EVENT-YEAR = STATEMENT-YEAR AND
                               PREPAY-COUNT < MAX-EVENTS
                           ADD 1 TO PREPAY-COUNT
                           MOVE PP-LOAN-ID TO PA-LOAN-ID (PREPAY-COUNT)
                           MOVE PP-DATE TO PA-DATE (PREPAY-COUNT)
                           MOVE PP-AMOUNT TO PA-AMOUNT (PREPAY-COUNT)
                           MOVE PP-PENALTY TO
                               PA-PENALTY (PREPAY-COUNT)
                           MOVE PP-BALANCE-AFTER TO
                               PA-BALANCE-AFTER (PREPAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PREPAY-STATUS NOT = '35'
               CLOSE PREPAY-HISTORY-FILE
           END-IF.

       LOAD-REVISIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REVISION-FILE.
           IF WS-REVISION-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ REVISION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RV-REVISION-DATE TO EVENT-DATE
                       IF EVENT-YEAR = STATEMENT-YEAR AND
                               REVISION-COUNT < MAX-EVENTS
                           ADD 1 TO REVISION-COUNT
                           MOVE RV-LOAN-ID TO
                               RT-LOAN-ID (REVISION-COUNT)
                           MOVE RV-REVISION-DATE TO
                               RT-DATE (REVISION-COUNT)
                           MOVE RV-OLD-RATE TO
                               RT-OLD-RATE (REVISION-COUNT)
                           MOVE RV-NEW-RATE TO
                               RT-NEW-RATE (REVISION-COUNT)
                           MOVE RV-OLD-MONTHLY TO
                               RT-OLD-MONTHLY (REVISION-COUNT)
                           MOVE RV-NEW-MONTHLY TO
                               RT-NEW-MONTHLY (REVISION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REVISION-STATUS NOT = '35'
               CLOSE REVISION-FILE
           END-IF.
