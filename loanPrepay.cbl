      * soldes loan_balances.txt, opération conservée dans
      * l'historique prepayment_history.txt, et passage à l'état
      * SOLDE par la transition journalisée habituelle quand le
      * remboursement est total. L'opérateur s'identifie avant la
      * comptabilisation : la fiche du prêt et la ligne du livre
      * des soldes modifiées sont tracées dans la piste d'audit
      * avec leur image avant et après.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  NET-SAVINGS-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01  NEW-MONTHS-DISPLAY PIC ZZZ9.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  BEFORE-IMAGE PIC X(200).
      * Emprunteur de la fiche relue a la comptabilisation, garde
      * pour la trace du livre des soldes, ecrite registre ferme.
       01  LOAN-CUSTOMER-ID PIC X(10).
           COPY AUDITREC.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
       BOOK-PREPAYMENT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM ENTER-OPERATOR-ID.

           PERFORM UPDATE-LOAN-MASTER.
           PERFORM UPDATE-LEDGER.
           PERFORM WRITE-PREPAY-HISTORY.
                   STOP RUN
           END-READ.

           MOVE LOAN-MASTER-RECORD TO BEFORE-IMAGE.
           MOVE LM-APPLICANT-ID TO LOAN-CUSTOMER-ID.

           MOVE BALANCE-AFTER-PREPAY TO LM-BALANCE-AT-REVIEW.
           MOVE NEW-MONTHS TO LM-REMAINING-MONTHS.

               INVALID KEY
                   DISPLAY 'Erreur lors de la mise a jour du pret ',
                       LM-LOAN-ID
               NOT INVALID KEY
                   PERFORM AUDIT-LOAN-CHANGE
           END-REWRITE.

           CLOSE LOAN-MASTER-FILE.
           MOVE OLD-STATUS TO SL-OLD-STATUS.
           MOVE LM-STATUS TO SL-NEW-STATUS.
           MOVE TODAY-DATE TO SL-DATE.
           MOVE OPERATOR-ID TO SL-OPERATOR.
           MOVE 'loanPrepay' TO SL-ORIGIN.
           WRITE STATUS-LOG-RECORD.

           CLOSE STATUS-LOG-FILE.

       AUDIT-LOAN-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanPrepay' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'PRET' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LOAN-MASTER-RECORD TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

      * La ligne du livre des soldes est tracee avant la
      * reecriture du livre, qui reprend l'indice de la table ; le
      * client est l'emprunteur garde a la relecture de la fiche
      * pour la comptabilisation, le registre etant deja ferme.
       AUDIT-LEDGER-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanPrepay' TO AU-PROGRAM.
           IF ENTRY-FOUND
               MOVE 'M' TO AU-ACTION
           ELSE
               MOVE 'C' TO AU-ACTION
           END-IF.
           MOVE 'SOLDES' TO AU-RECORD-TYPE.
           MOVE LOAN-CUSTOMER-ID TO AU-CUSTOMER-ID.
           MOVE SEARCH-LOAN-ID TO AU-LOAN-ID.
           MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LEDGER-ENTRY (LEDGER-INDEX) TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

      * La comptabilisation est attribuee a un operateur : elle ne
      * se fait pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * Le capital rembourse et l'indemnite percue passent par le
      * livre des soldes comme un reglement exceptionnel : appele
      * et encaisse a la fois, sans effet sur le reste du des
           PERFORM FIND-LEDGER-ENTRY.

           IF LEDGER-INDEX > 0
               IF ENTRY-FOUND
                   MOVE LEDGER-ENTRY (LEDGER-INDEX) TO BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO BEFORE-IMAGE
               END-IF
               ADD SETTLEMENT-AMOUNT TO
                   LE-TOTAL-DUE (LEDGER-INDEX)
               ADD SETTLEMENT-AMOUNT TO
               ELSE
                   MOVE 0 TO LE-OUTSTANDING (LEDGER-INDEX)
               END-IF
               PERFORM AUDIT-LEDGER-CHANGE
               PERFORM REWRITE-LEDGER
           ELSE
               DISPLAY 'Livre des soldes plein, reglement ',
