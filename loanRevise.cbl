      * duree restante (mensualite inchangee). L'avant et l'apres
      * de chaque revision sont conserves dans
      * rate_revision_history.txt pour presentation au client.
      * L'operateur qui saisit le nouveau taux s'identifie au
      * moment de comptabiliser la revision : la fiche revisee est
      * tracee dans la piste d'audit avec son image avant et
      * apres. Sans identifiant, rien n'est comptabilise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  NEW-MONTHLY-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  MONTHS-DISPLAY PIC ZZZ9.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  LOAN-BEFORE-IMAGE PIC X(200).
           COPY AUDITREC.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING TODAY-DATE.

           DISPLAY 'Numero du pret (LOAN-ID) ?'.
           ACCEPT SEARCH-LOAN-ID.
               PERFORM RECOMPUTE-DURATION
           END-IF.

           PERFORM ENTER-OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY 'Operateur non identifie, revision non ',
                   'comptabilisee.'
               CLOSE LOAN-MASTER-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-REVISION-HISTORY.
           PERFORM UPDATE-LOAN-RECORD.

           CLOSE REVISION-FILE.

       UPDATE-LOAN-RECORD.
           MOVE LOAN-MASTER-RECORD TO LOAN-BEFORE-IMAGE.

           MOVE NEW-RATE TO LM-RATE-USED.
           MOVE NEW-MONTHLY-PAYMENT TO LM-MONTHLY-PAYMENT.
           MOVE REMAINING-BALANCE TO LM-BALANCE-AT-REVIEW.
               INVALID KEY
                   DISPLAY 'Erreur lors de la mise a jour du pret ',
                       LM-LOAN-ID
               NOT INVALID KEY
                   PERFORM AUDIT-LOAN-CHANGE
           END-REWRITE.

       AUDIT-LOAN-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanRevise' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'PRET' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE LOAN-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LOAN-MASTER-RECORD TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

      * Toute revision est attribuee a un operateur, demande une
      * seule fois, juste avant de comptabiliser : une reponse
      * vide (passage sans operateur) abandonne la revision au
      * lieu de bloquer la chaine de nuit sur la question.
       ENTER-OPERATOR-ID.
           DISPLAY 'Identifiant de l''operateur ?'.
           ACCEPT OPERATOR-ID.

       DISPLAY-REVISION.
           MOVE REMAINING-BALANCE TO BALANCE-DISPLAY.
           MOVE OLD-RATE TO OLD-RATE-DISPLAY.
