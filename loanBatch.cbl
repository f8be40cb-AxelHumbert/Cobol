               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT FICP-CONSULTATION-FILE ASSIGN TO
               "ficp_consultation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  FICP-CONSULTATION-FILE.
           COPY FICPCONS.

       WORKING-STORAGE SECTION.

       77  RATE PIC 99V99.
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-CHECKPOINT-STATUS PIC XX.
       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-FICP-STATUS PIC XX.
       01  WS-CUSTOMER-FOUND PIC X.
           88  CUSTOMER-FOUND VALUE 'Y'.
       01  WS-COBORROWER-FOUND PIC X.
       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-APPLICATIONS VALUE 'Y'.

       01  RUN-DATE PIC 9(8).

       01  LAST-CHECKPOINT-NUMBER PIC 9(6) VALUE 0.
       01  RECORD-NUMBER PIC 9(6) VALUE 0.

       01  DEBT-REJECT-COUNT PIC 9(6) VALUE 0.
       01  INCOME-REJECT-COUNT PIC 9(6) VALUE 0.
       01  CUSTOMER-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FICP-REJECT-COUNT PIC 9(6) VALUE 0.
       01  LOANS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01  OUTCOME-SUM PIC 9(6).
       01  APP-AMOUNT-HASH PIC 9(15) VALUE 0.
               10  RP-APPLICANT-ID PIC X(10).
               10  RP-AMOUNT PIC 9(9).

      * Derniere reponse du FICP connue pour chaque client
      * consulte, chargee au lancement.
       77  MAX-FICP PIC 9(5) VALUE 50000.

       01  FICP-TABLE.
           05  FICP-COUNT PIC 9(5) VALUE 0.
           05  FICP-ENTRY OCCURS 50000 TIMES.
               10  FK-CUSTOMER-ID PIC X(10).
               10  FK-RESULT PIC X.

       01  FICP-INDEX PIC 9(5).
       01  FICP-LOOKUP-ID PIC X(10).
       01  WS-FICP-HIT PIC X.
           88  FICP-HIT VALUE 'Y'.
       01  WS-FICP-EOF PIC X.
           88  END-OF-FICP VALUE 'Y'.

       01  SEARCH-INDEX PIC 9(5).
       01  WS-DUPLICATE PIC X.
           88  DUPLICATE-APPLICATION VALUE 'Y'.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-X-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-X-CODE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-X-MESSAGE PIC X(50).

       01  WS-CHECKPOINT-DETAIL.
       MAIN-PARAGRAPH.
           DISPLAY 'Traitement de la file des demandes de pret (batch)'.

           CALL 'BUSDATE' USING RUN-DATE.

           PERFORM READ-LAST-CHECKPOINT.

           OPEN INPUT APPLICATION-FILE.
                   TO RESULT-LINE
               WRITE RESULT-LINE
               OPEN OUTPUT EXCEPTION-FILE
               MOVE '   ID            Montant  Code Motif de mise ' &
                   'en exception' TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

               STOP RUN
           END-IF.

           PERFORM LOAD-FICP-CONSULTATIONS.

           PERFORM UNTIL END-OF-APPLICATIONS
               READ APPLICATION-FILE
                   AT END
           COMPUTE OUTCOME-SUM = ACCEPTED-COUNT +
               LIMITS-REJECT-COUNT + DEBT-REJECT-COUNT +
               INCOME-REJECT-COUNT + CUSTOMER-REJECT-COUNT +
               FICP-REJECT-COUNT + DUPLICATE-COUNT.

           IF APPS-PROCESSED-COUNT = OUTCOME-SUM AND
                   ACCEPTED-COUNT = LOANS-WRITTEN-COUNT
           MOVE CUSTOMER-REJECT-COUNT TO WS-K-COUNT.
           PERFORM WRITE-CONTROL-COUNT.

           MOVE 'Rejets emprunteur inscrit au FICP' TO WS-K-LABEL.
           MOVE FICP-REJECT-COUNT TO WS-K-COUNT.
           PERFORM WRITE-CONTROL-COUNT.

           MOVE 'Doublons mis en exception' TO WS-K-LABEL.
           MOVE DUPLICATE-COUNT TO WS-K-COUNT.
           PERFORM WRITE-CONTROL-COUNT.

           IF DUPLICATE-APPLICATION
               ADD 1 TO DUPLICATE-COUNT
               MOVE 'DOUB' TO WS-X-CODE
               MOVE APP-ID TO WS-X-ID
               MOVE APP-AMOUNT TO WS-X-AMOUNT
               MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
                       MOVE WS-COB-REJECT-DETAIL TO RESULT-LINE
                       WRITE RESULT-LINE
                   ELSE
                       PERFORM CHECK-FICP
                       IF FICP-HIT
                           PERFORM WRITE-FICP-EXCEPTION
                       ELSE
                           PERFORM CHECK-INCOME
                       END-IF
                   END-IF
               END-IF
               END-READ
           END-IF.

       CHECK-INCOME.
           IF COMBINED-MONTHLY-INCOME > 0
               PERFORM COMPUTE-AND-WRITE-APPLICATION
           ELSE
               ADD 1 TO INCOME-REJECT-COUNT
               MOVE APP-ID TO WS-I-ID
               MOVE WS-INCOME-REJECT-DETAIL TO RESULT-LINE
               WRITE RESULT-LINE
           END-IF.

      * Les reponses du FICP arrivent dans l'ordre des
      * consultations : la plus recente d'un client remplace celle
      * deja chargee. Sans fichier de consultations, aucun client
      * n'est repute inscrit.
       LOAD-FICP-CONSULTATIONS.
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
                       MOVE FC-CUSTOMER-ID TO FICP-LOOKUP-ID
                       PERFORM FIND-FICP-ENTRY
                       IF FICP-INDEX = 0
                           PERFORM ADD-FICP-ENTRY
                       END-IF
                       IF FICP-INDEX > 0
                           MOVE FC-RESULT TO FK-RESULT (FICP-INDEX)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FICP-STATUS NOT = '35'
               CLOSE FICP-CONSULTATION-FILE
           END-IF.

       ADD-FICP-ENTRY.
           IF FICP-COUNT < MAX-FICP
               ADD 1 TO FICP-COUNT
               MOVE FICP-COUNT TO FICP-INDEX
               MOVE FC-CUSTOMER-ID TO FK-CUSTOMER-ID (FICP-INDEX)
           ELSE
               DISPLAY 'Fichier des consultations FICP trop grand ',
                   'pour la table interne, ligne ignoree : ',
                   FC-CUSTOMER-ID
           END-IF.

       FIND-FICP-ENTRY.
           MOVE 0 TO FICP-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > FICP-COUNT OR FICP-INDEX > 0
               IF FK-CUSTOMER-ID (SEARCH-INDEX) = FICP-LOOKUP-ID
                   MOVE SEARCH-INDEX TO FICP-INDEX
               END-IF
           END-PERFORM.

      * Aucune offre n'est emise si l'emprunteur ou le
      * co-emprunteur est inscrit au FICP : la demande part en
      * exception, avec son propre code, pour examen manuel.
       CHECK-FICP.
           MOVE 'N' TO WS-FICP-HIT.

           MOVE APP-ID TO FICP-LOOKUP-ID.
           PERFORM FIND-FICP-ENTRY.
           IF FICP-INDEX > 0
               IF FK-RESULT (FICP-INDEX) = 'I'
                   MOVE 'Y' TO WS-FICP-HIT
                   MOVE 'emprunteur inscrit au FICP' TO WS-X-MESSAGE
               END-IF
           END-IF.

           IF NOT FICP-HIT AND APP-COBORROWER-ID NOT = SPACES
               MOVE APP-COBORROWER-ID TO FICP-LOOKUP-ID
               PERFORM FIND-FICP-ENTRY
               IF FICP-INDEX > 0
                   IF FK-RESULT (FICP-INDEX) = 'I'
                       MOVE 'Y' TO WS-FICP-HIT
                       MOVE SPACES TO WS-X-MESSAGE
                       STRING 'co-emprunteur ' APP-COBORROWER-ID
                           ' inscrit au FICP' DELIMITED BY SIZE
                           INTO WS-X-MESSAGE
                   END-IF
               END-IF
           END-IF.

       WRITE-FICP-EXCEPTION.
           ADD 1 TO FICP-REJECT-COUNT.
           MOVE 'FICP' TO WS-X-CODE.
           MOVE APP-ID TO WS-X-ID.
           MOVE APP-AMOUNT TO WS-X-AMOUNT.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       COMPUTE-AND-WRITE-APPLICATION.
           CALL 'RATELOOKUP' USING APP-YEAR, APP-AMOUNT, RATE.

           MOVE RATE TO LM-RATE-USED.
           MOVE MONTHLY_PAYMENT TO LM-MONTHLY-PAYMENT.
           MOVE TOTAL_AMOUNT TO LM-TOTAL-AMOUNT.
           MOVE RUN-DATE TO LM-LOAN-DATE.
      *    Les demandes batch n'emportent ni assurance ni frais de
      *    dossier ; le TAEG est la meme approximation lineaire que
      *    celle du simulateur, sans ces couts annexes.
