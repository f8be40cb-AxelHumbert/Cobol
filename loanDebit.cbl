       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanDebit.
       AUTHOR. Axel.

      * Prelevement SEPA des echeances : chaque echeance appelee
      * encore ouverte (etat A) et non encore presentee devient une
      * instruction de prelevement, sur l'IBAN et le mandat portes
      * par la fiche client de l'emprunteur, dans le fichier du
      * jour sepa_debits_AAAAMMJJ.txt remis a la banque. Le fichier
      * retour des rejets (sepa_rejects.txt) est rapproche des
      * echeances presentees : une echeance rejetee garde son motif
      * et reste ouverte, pour que l'enregistrement des reglements
      * la porte en impaye au-dela du delai de grace et que les
      * relances la voient en arriere. Une echeance presentee sans
      * rejet passe le delai de retour de la banque est reputee
      * encaissee : sa quittance est ajoutee a payments.txt, comme
      * une quittance saisie, pour l'enregistrement des reglements
      * qui suit dans la chaine. Les rejets, rejets tardifs et
      * echeances sans mandat sont listes dans sepa_report.txt.
      * Le fichier retour est vide une fois ses rejets portes sur
      * les echeances : chaque rejet n'est traite qu'une fois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               ALTERNATE RECORD KEY IS LM-APPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing_calls.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT REJECT-FILE ASSIGN TO "sepa_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT DEBIT-FILE ASSIGN TO DEBIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "sepa_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BILLING-FILE.
           COPY BILLREC.

       FD  REJECT-FILE.
           COPY REJREC.

       FD  PAYMENT-FILE.
           COPY PAYREC.

       FD  DEBIT-FILE.
       01  DEBIT-LINE PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-BILLING-STATUS PIC XX.
       01  WS-REJECT-STATUS PIC XX.
       01  WS-REJECTS-READ PIC X VALUE 'N'.
           88  REJECTS-READ VALUE 'Y'.
       01  WS-PAYMENT-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-FOUND PIC X.
           88  LOAN-FOUND VALUE 'Y'.
       01  WS-CUSTOMER-FOUND PIC X.
           88  CUSTOMER-FOUND VALUE 'Y'.
       01  WS-BILLING-PRESENT PIC X VALUE 'N'.
           88  BILLING-PRESENT VALUE 'Y'.

       77  MAX-LOANS PIC 9(5) VALUE 50000.
      * Delai de retour des rejets par la banque (R-transactions
      * interbancaires, cinq jours ouvres) : une echeance presentee
      * sans rejet au-dela de ce delai est reputee encaissee.
       77  RETURN-WAIT-DAYS PIC 99 VALUE 8.
      * Identifiant creancier SEPA (ICS) de l'etablissement.
       77  CREDITOR-ID PIC X(13) VALUE 'FR45ZZZ548621'.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit : prelevements emis, encaisses ou rejetes.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

      * Echeances appelees, chargees puis reecrites avec leur etat
      * de prelevement, comme dans l'enregistrement des reglements.
       01  BILLING-TABLE.
           05  BILLING-COUNT PIC 9(5) VALUE 0.
           05  BILLING-ENTRY OCCURS 50000 TIMES.
               10  BT-LOAN-ID PIC 9(8).
               10  BT-DUE-DATE PIC 9(8).
               10  BT-AMOUNT-DUE PIC 9(9)V99.
               10  BT-PREMIUM PIC 9(7)V99.
               10  BT-STATE PIC X.
               10  BT-DEBIT-STATE PIC X.
               10  BT-DEBIT-DATE PIC 9(8).
               10  BT-REJECT-CODE PIC X(4).
               10  BT-REJECT-DATE PIC 9(8).
               10  BT-INTEREST-PART PIC 9(9)V99.

      * Motifs de rejet SEPA les plus courants, pour l'etat des
      * rejets ; un code absent de la table est edite tel quel.
       01  REASON-VALUES.
           05  FILLER PIC X(44) VALUE
               'AC01numero de compte incorrect'.
           05  FILLER PIC X(44) VALUE
               'AC04compte cloture'.
           05  FILLER PIC X(44) VALUE
               'AC06compte bloque'.
           05  FILLER PIC X(44) VALUE
               'AG01prelevement interdit sur ce compte'.
           05  FILLER PIC X(44) VALUE
               'AM04provision insuffisante'.
           05  FILLER PIC X(44) VALUE
               'MD01absence de mandat'.
           05  FILLER PIC X(44) VALUE
               'MD06remboursement demande par le debiteur'.
           05  FILLER PIC X(44) VALUE
               'MS02refus du debiteur'.
           05  FILLER PIC X(44) VALUE
               'MS03motif non communique'.
           05  FILLER PIC X(44) VALUE
               'SL01service specifique de la banque'.
       01  REASON-TABLE REDEFINES REASON-VALUES.
           05  REASON-ENTRY OCCURS 10 TIMES.
               10  REASON-CODE PIC X(4).
               10  REASON-LABEL PIC X(40).
       77  REASON-TOTAL PIC 99 VALUE 10.

       01  BILLING-INDEX PIC 9(5).
       01  SEARCH-INDEX PIC 9(5).
       01  REASON-INDEX PIC 99.
       01  REASON-TEXT PIC X(40).

       01  DEBIT-FILE-NAME PIC X(25).
       01  RUN-DATE PIC 9(8).
       01  RUN-DAY-NUMBER PIC 9(7).
       01  DEBIT-DAY-NUMBER PIC 9(7).
       01  DEBIT-AGE-DAYS PIC S9(7).
       01  DEBIT-AMOUNT PIC 9(9)V99.

       01  EMITTED-COUNT PIC 9(6) VALUE 0.
       01  EMITTED-AMOUNT-TOTAL PIC 9(11)V99 VALUE 0.
       01  COLLECTED-COUNT PIC 9(6) VALUE 0.
       01  REJECTED-COUNT PIC 9(6) VALUE 0.
       01  LATE-REJECT-COUNT PIC 9(6) VALUE 0.
       01  UNMATCHED-REJECT-COUNT PIC 9(6) VALUE 0.
       01  NO-MANDATE-COUNT PIC 9(6) VALUE 0.
       01  AMOUNT-TOTAL-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DEBIT-HEADER.
           05  WS-E-TYPE PIC X VALUE 'E'.
           05  WS-E-RUN-DATE PIC 9(8).
           05  WS-E-CREDITOR-ID PIC X(13).

       01  WS-DEBIT-DETAIL.
           05  WS-D-TYPE PIC X VALUE 'D'.
           05  WS-D-LOAN-ID PIC 9(8).
           05  WS-D-DUE-DATE PIC 9(8).
           05  WS-D-AMOUNT PIC 9(11).
           05  WS-D-COLLECTION-DATE PIC 9(8).
           05  WS-D-IBAN PIC X(34).
           05  WS-D-BIC PIC X(11).
           05  WS-D-MANDATE-REF PIC X(35).
           05  WS-D-MANDATE-DATE PIC 9(8).
           05  WS-D-NAME PIC X(30).

       01  WS-DEBIT-TRAILER.
           05  WS-T-TYPE PIC X VALUE 'T'.
           05  WS-T-COUNT PIC 9(6).
           05  WS-T-AMOUNT-TOTAL PIC 9(13).

       01  WS-REPORT-HEADER.
           05  FILLER PIC X(33) VALUE
               'Etat des prelevements SEPA du '.
           05  WS-H-DATE PIC 9(8).

       01  WS-REPORT-DETAIL.
           05  WS-R-LOAN-ID PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-DUE-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-CODE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-MESSAGE PIC X(50).

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Prelevement SEPA des echeances appelees'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.
           CALL 'DAYNUM' USING RUN-DATE, RUN-DAY-NUMBER.

           PERFORM LOAD-BILLING.

           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le fichier ',
                   'des clients customer_master.dat (statut ',
                   WS-CUSTOMER-STATUS ').'
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO WS-H-DATE.
           MOVE WS-REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Pret      Echeance          Montant  Code  Motif'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM PROCESS-REJECTS.
           PERFORM COLLECT-MATURED-DEBITS.
           PERFORM EMIT-NEW-DEBITS.

           CLOSE REPORT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE LOAN-MASTER-FILE.

           IF BILLING-PRESENT
               PERFORM REWRITE-BILLING
               IF REJECTS-READ
                   PERFORM CLEAR-REJECTS
               END-IF
           END-IF.

           MOVE EMITTED-AMOUNT-TOTAL TO AMOUNT-TOTAL-DISPLAY.

           DISPLAY 'Prelevements emis : ' EMITTED-COUNT ' pour ',
               AMOUNT-TOTAL-DISPLAY ' € dans ' DEBIT-FILE-NAME.
           DISPLAY 'Prelevements encaisses (quittances) : ',
               COLLECTED-COUNT.
           DISPLAY 'Prelevements rejetes : ' REJECTED-COUNT.
           DISPLAY 'Rejets tardifs sur echeances encaissees : ',
               LATE-REJECT-COUNT.
           DISPLAY 'Rejets sans echeance correspondante : ',
               UNMATCHED-REJECT-COUNT.
           DISPLAY 'Echeances sans mandat de prelevement : ',
               NO-MANDATE-COUNT.
           DISPLAY 'Etat des prelevements ecrit dans ',
               'sepa_report.txt'.

           COMPUTE CHAIN-STEP-COUNT =
               EMITTED-COUNT + COLLECTED-COUNT + REJECTED-COUNT.

           GOBACK.

      * Un fichier d'appel trop grand pour la table n'est pas
      * reecrit, comme l'appel des echeances refuse de le
      * reconstruire : l'etape echoue pour ne perdre aucune
      * echeance.
       LOAD-BILLING.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BILLING-FILE.

           IF WS-BILLING-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-BILLING-PRESENT
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BILLING-COUNT >= MAX-LOANS
                           DISPLAY 'Erreur : fichier d''appel trop ',
                               'grand pour la table interne, ',
                               'prelevement refuse.'
                           CLOSE BILLING-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO BILLING-COUNT
                       PERFORM LOAD-ONE-BILLING-ENTRY
               END-READ
           END-PERFORM.

           IF BILLING-PRESENT
               CLOSE BILLING-FILE
           END-IF.

      * Les lignes anterieures au prelevement n'emportent pas les
      * champs de fin : echeance reprise comme non presentee.
       LOAD-ONE-BILLING-ENTRY.
           MOVE BC-LOAN-ID TO BT-LOAN-ID (BILLING-COUNT).
           MOVE BC-DUE-DATE TO BT-DUE-DATE (BILLING-COUNT).
           MOVE BC-AMOUNT-DUE TO BT-AMOUNT-DUE (BILLING-COUNT).
           IF BC-PREMIUM NUMERIC
               MOVE BC-PREMIUM TO BT-PREMIUM (BILLING-COUNT)
           ELSE
               MOVE 0 TO BT-PREMIUM (BILLING-COUNT)
           END-IF.
           IF BC-STATE = 'R' OR BC-STATE = 'I'
               MOVE BC-STATE TO BT-STATE (BILLING-COUNT)
           ELSE
               MOVE 'A' TO BT-STATE (BILLING-COUNT)
           END-IF.
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

      * Retours de la banque : le rejet d'une echeance presentee
      * la laisse ouverte avec son motif. Un rejet deja enregistre
      * sur l'echeance est ignore ; un rejet arrivant apres
      * l'encaissement repute (retour tardif, remboursement
      * demande par le debiteur) est seulement signale, la
      * quittance ayant deja ete passee : il se regularise au
      * guichet.
       PROCESS-REJECTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJECT-FILE.

           IF WS-REJECT-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-REJECTS-READ
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-REJECT
               END-READ
           END-PERFORM.

           IF WS-REJECT-STATUS NOT = '35'
               CLOSE REJECT-FILE
           END-IF.

      * Les rejets du fichier retour sont portes sur les echeances
      * reecrites, ou signales a l'etat des prelevements : le
      * fichier est vide pour le passage suivant, qui ne recevra
      * que les nouveaux retours de la banque. Sans fichier
      * d'appel a reecrire, il est garde.
       CLEAR-REJECTS.
           OPEN OUTPUT REJECT-FILE.
           CLOSE REJECT-FILE.

       PROCESS-ONE-REJECT.
           PERFORM FIND-REJECTED-CALL.

           IF BILLING-INDEX = 0
               ADD 1 TO UNMATCHED-REJECT-COUNT
               MOVE RJ-LOAN-ID TO WS-R-LOAN-ID
               MOVE RJ-DUE-DATE TO WS-R-DUE-DATE
               MOVE RJ-AMOUNT TO WS-R-AMOUNT
               MOVE RJ-REASON-CODE TO WS-R-CODE
               MOVE 'rejet sans echeance presentee correspondante'
                   TO WS-R-MESSAGE
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE BT-DEBIT-STATE (BILLING-INDEX)
                   WHEN 'E'
                       MOVE 'J' TO BT-DEBIT-STATE (BILLING-INDEX)
                       MOVE RJ-REASON-CODE TO
                           BT-REJECT-CODE (BILLING-INDEX)
                       MOVE RJ-REJECT-DATE TO
                           BT-REJECT-DATE (BILLING-INDEX)
                       ADD 1 TO REJECTED-COUNT
                       MOVE RJ-REASON-CODE TO WS-R-CODE
                       PERFORM FIND-REASON-TEXT
                       MOVE REASON-TEXT TO WS-R-MESSAGE
                       PERFORM WRITE-CALL-REPORT-LINE
                   WHEN 'P'
                       ADD 1 TO LATE-REJECT-COUNT
                       MOVE RJ-REASON-CODE TO WS-R-CODE
                       MOVE 'rejet tardif, echeance deja encaissee'
                           TO WS-R-MESSAGE
                       PERFORM WRITE-CALL-REPORT-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-REJECTED-CALL.
           MOVE 0 TO BILLING-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > BILLING-COUNT OR
                   BILLING-INDEX > 0
               IF BT-LOAN-ID (SEARCH-INDEX) = RJ-LOAN-ID AND
                       BT-DUE-DATE (SEARCH-INDEX) = RJ-DUE-DATE AND
                       BT-DEBIT-STATE (SEARCH-INDEX) NOT = SPACE
                   MOVE SEARCH-INDEX TO BILLING-INDEX
               END-IF
           END-PERFORM.

       FIND-REASON-TEXT.
           MOVE SPACES TO REASON-TEXT.

           PERFORM VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > REASON-TOTAL OR
                   REASON-TEXT NOT = SPACES
               IF REASON-CODE (REASON-INDEX) = RJ-REASON-CODE
                   MOVE REASON-LABEL (REASON-INDEX) TO REASON-TEXT
               END-IF
           END-PERFORM.

           IF REASON-TEXT = SPACES
               MOVE 'motif de rejet non repertorie' TO REASON-TEXT
           END-IF.

      * Une echeance presentee sans rejet passe le delai de retour
      * est reputee encaissee a la date de prelevement : sa
      * quittance (echeance et prime d'assurance) rejoint celles
      * du jour dans payments.txt.
       COLLECT-MATURED-DEBITS.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
           END-IF.

           PERFORM VARYING BILLING-INDEX FROM 1 BY 1
               UNTIL BILLING-INDEX > BILLING-COUNT
               IF BT-DEBIT-STATE (BILLING-INDEX) = 'E'
                   CALL 'DAYNUM' USING
                       BT-DEBIT-DATE (BILLING-INDEX),
                       DEBIT-DAY-NUMBER
                   COMPUTE DEBIT-AGE-DAYS =
                       RUN-DAY-NUMBER - DEBIT-DAY-NUMBER
                   IF DEBIT-AGE-DAYS > RETURN-WAIT-DAYS
                       PERFORM WRITE-DEBIT-RECEIPT
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE PAYMENT-FILE.

       WRITE-DEBIT-RECEIPT.
           MOVE BT-LOAN-ID (BILLING-INDEX) TO PAY-LOAN-ID.
           MOVE BT-DUE-DATE (BILLING-INDEX) TO PAY-DUE-DATE.
           MOVE BT-AMOUNT-DUE (BILLING-INDEX) TO PAY-AMOUNT-DUE.
           COMPUTE PAY-AMOUNT-RECEIVED =
               BT-AMOUNT-DUE (BILLING-INDEX) +
               BT-PREMIUM (BILLING-INDEX).
           MOVE BT-DEBIT-DATE (BILLING-INDEX) TO PAY-VALUE-DATE.
           WRITE PAYMENT-RECORD.

           MOVE 'P' TO BT-DEBIT-STATE (BILLING-INDEX).
           ADD 1 TO COLLECTED-COUNT.

      * Presentation des echeances ouvertes jamais presentees. Le
      * prelevement est demande a l'echeance, ou le jour meme pour
      * une echeance deja passee. Une echeance dont l'emprunteur
      * n'a pas de mandat reste a regler par un autre moyen ; elle
      * sera presentee des que le mandat sera saisi. Un pret sorti
      * de l'etat DEBLOQUE n'est plus preleve.
       EMIT-NEW-DEBITS.
           MOVE SPACES TO DEBIT-FILE-NAME.
           STRING 'sepa_debits_' RUN-DATE '.txt' DELIMITED BY SIZE
               INTO DEBIT-FILE-NAME.

           OPEN OUTPUT DEBIT-FILE.

           MOVE RUN-DATE TO WS-E-RUN-DATE.
           MOVE CREDITOR-ID TO WS-E-CREDITOR-ID.
           MOVE WS-DEBIT-HEADER TO DEBIT-LINE.
           WRITE DEBIT-LINE.

           PERFORM VARYING BILLING-INDEX FROM 1 BY 1
               UNTIL BILLING-INDEX > BILLING-COUNT
               IF BT-STATE (BILLING-INDEX) = 'A' AND
                       BT-DEBIT-STATE (BILLING-INDEX) = SPACE
                   PERFORM EMIT-ONE-DEBIT
               END-IF
           END-PERFORM.

           MOVE EMITTED-COUNT TO WS-T-COUNT.
           COMPUTE WS-T-AMOUNT-TOTAL = EMITTED-AMOUNT-TOTAL * 100.
           MOVE WS-DEBIT-TRAILER TO DEBIT-LINE.
           WRITE DEBIT-LINE.

           CLOSE DEBIT-FILE.

       EMIT-ONE-DEBIT.
           PERFORM FIND-LOAN-AND-CUSTOMER.

           IF LOAN-FOUND AND LM-DEBLOQUE
               IF CUSTOMER-FOUND AND CM-IBAN NOT = SPACES AND
                       CM-MANDATE-REF NOT = SPACES
                   PERFORM WRITE-DEBIT-INSTRUCTION
               ELSE
                   ADD 1 TO NO-MANDATE-COUNT
                   MOVE SPACES TO WS-R-CODE
                   MOVE 'emprunteur sans mandat de prelevement'
                       TO WS-R-MESSAGE
                   PERFORM WRITE-CALL-REPORT-LINE
               END-IF
           END-IF.

       WRITE-DEBIT-INSTRUCTION.
           IF BT-DUE-DATE (BILLING-INDEX) > RUN-DATE
               MOVE BT-DUE-DATE (BILLING-INDEX) TO
                   BT-DEBIT-DATE (BILLING-INDEX)
           ELSE
               MOVE RUN-DATE TO BT-DEBIT-DATE (BILLING-INDEX)
           END-IF.

           COMPUTE DEBIT-AMOUNT =
               BT-AMOUNT-DUE (BILLING-INDEX) +
               BT-PREMIUM (BILLING-INDEX).

           MOVE BT-LOAN-ID (BILLING-INDEX) TO WS-D-LOAN-ID.
           MOVE BT-DUE-DATE (BILLING-INDEX) TO WS-D-DUE-DATE.
           COMPUTE WS-D-AMOUNT = DEBIT-AMOUNT * 100.
           MOVE BT-DEBIT-DATE (BILLING-INDEX) TO
               WS-D-COLLECTION-DATE.
           MOVE CM-IBAN TO WS-D-IBAN.
           MOVE CM-BIC TO WS-D-BIC.
           MOVE CM-MANDATE-REF TO WS-D-MANDATE-REF.
           MOVE CM-MANDATE-DATE TO WS-D-MANDATE-DATE.
           MOVE CM-NAME TO WS-D-NAME.
           MOVE WS-DEBIT-DETAIL TO DEBIT-LINE.
           WRITE DEBIT-LINE.

           MOVE 'E' TO BT-DEBIT-STATE (BILLING-INDEX).
           MOVE SPACES TO BT-REJECT-CODE (BILLING-INDEX).
           MOVE 0 TO BT-REJECT-DATE (BILLING-INDEX).
           ADD 1 TO EMITTED-COUNT.
           ADD DEBIT-AMOUNT TO EMITTED-AMOUNT-TOTAL.

       FIND-LOAN-AND-CUSTOMER.
           MOVE BT-LOAN-ID (BILLING-INDEX) TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

           MOVE 'N' TO WS-CUSTOMER-FOUND.
           IF LOAN-FOUND
               MOVE LM-APPLICANT-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CUSTOMER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-READ
           END-IF.

       WRITE-CALL-REPORT-LINE.
           MOVE BT-LOAN-ID (BILLING-INDEX) TO WS-R-LOAN-ID.
           MOVE BT-DUE-DATE (BILLING-INDEX) TO WS-R-DUE-DATE.
           COMPUTE WS-R-AMOUNT =
               BT-AMOUNT-DUE (BILLING-INDEX) +
               BT-PREMIUM (BILLING-INDEX).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       REWRITE-BILLING.
           OPEN OUTPUT BILLING-FILE.

           PERFORM VARYING BILLING-INDEX FROM 1 BY 1
               UNTIL BILLING-INDEX > BILLING-COUNT
               MOVE BT-LOAN-ID (BILLING-INDEX) TO BC-LOAN-ID
               MOVE BT-DUE-DATE (BILLING-INDEX) TO BC-DUE-DATE
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

           CLOSE BILLING-FILE.
