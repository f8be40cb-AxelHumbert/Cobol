               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT FICP-CONSULTATION-FILE ASSIGN TO
               "ficp_consultation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORT-FILE.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  FICP-CONSULTATION-FILE.
           COPY FICPCONS.

       WORKING-STORAGE SECTION.

       77  RATE PIC 99V99.
       01  COBORROWER-ID PIC X(10).
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-FICP-STATUS PIC XX.
       01  WS-FICP-EOF PIC X.
           88  END-OF-FICP VALUE 'Y'.
      * Derniere reponse du FICP pour l'emprunteur et pour le
      * co-emprunteur (blanc si jamais consulte).
       01  APPLICANT-FICP-RESULT PIC X.
       01  COBORROWER-FICP-RESULT PIC X.
       77  MIN-YEAR PIC 99 VALUE 1.
       77  MAX-YEAR PIC 99 VALUE 25.
       77  MIN-LOANED-AMOUNT PIC 9(9) VALUE 10000.

           PERFORM GET-CUSTOMER-DATA.

           PERFORM CHECK-FICP.

           PERFORM UNTIL YEAR-IS-VALID
               DISPLAY 'Sur combien d''année souhaitez-vous ',
                   'emprunter ?'
               STOP RUN
           END-IF.

      * Aucune offre n'est chiffree si l'emprunteur ou le
      * co-emprunteur est inscrit au FICP : la derniere
      * consultation de chacun fait foi. Sans fichier de
      * consultations, aucun client n'est repute inscrit.
       CHECK-FICP.
           MOVE SPACE TO APPLICANT-FICP-RESULT.
           MOVE SPACE TO COBORROWER-FICP-RESULT.
           MOVE 'N' TO WS-FICP-EOF.

           OPEN INPUT FICP-CONSULTATION-FILE.
           IF WS-FICP-STATUS = '35'
               DISPLAY 'Fichier des consultations FICP ',
                   'ficp_consultation.txt absent : aucune ',
                   'inscription connue.'
               MOVE 'Y' TO WS-FICP-EOF
           END-IF.

           PERFORM UNTIL END-OF-FICP
               READ FICP-CONSULTATION-FILE
                   AT END
                       MOVE 'Y' TO WS-FICP-EOF
                   NOT AT END
                       IF FC-CUSTOMER-ID = APPLICANT-ID
                           MOVE FC-RESULT TO APPLICANT-FICP-RESULT
                       END-IF
                       IF COBORROWER-ID NOT = SPACES AND
                               FC-CUSTOMER-ID = COBORROWER-ID
                           MOVE FC-RESULT TO COBORROWER-FICP-RESULT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FICP-STATUS NOT = '35'
               CLOSE FICP-CONSULTATION-FILE
           END-IF.

           IF APPLICANT-FICP-RESULT = 'I'
               DISPLAY 'Refus : l''emprunteur est inscrit au ',
                   'fichier des incidents de remboursement (FICP). ',
                   'Aucune offre ne peut etre emise.'
               STOP RUN
           END-IF.

           IF COBORROWER-FICP-RESULT = 'I'
               DISPLAY 'Refus : le co-emprunteur est inscrit au ',
                   'fichier des incidents de remboursement (FICP). ',
                   'Aucune offre ne peut etre emise.'
               STOP RUN
           END-IF.

       CHECK-AFFORDABILITY.
           COMPUTE DEBT-RATIO ROUNDED =
               (MONTHLY_PAYMENT + EXISTING-MONTHLY-DEBTS) * 100 /
