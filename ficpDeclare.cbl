       IDENTIFICATION DIVISION.
       PROGRAM-ID. ficpDeclare.
       AUTHOR. Axel.

      * Déclaration mensuelle au FICP (fichier national des
      * incidents de remboursement des crédits aux particuliers) :
      * relit le livre des soldes loan_balances.txt et la mémoire
      * des relances reminder_state.txt. Un prêt est déclaré quand
      * l'incident est caractérisé au sens réglementaire : au moins
      * deux échéances impayées, ou un reste dû au moins égal à
      * deux mensualités, et l'emprunteur prévenu par la mise en
      * demeure depuis au moins trente jours sans avoir régularisé
      * (ou déjà transmis au contentieux). La déclaration porte sur
      * l'emprunteur et sur le co-emprunteur éventuel. Un prêt
      * déclaré dont l'arriéré est entièrement soldé donne une
      * radiation. Les lignes du mois partent dans
      * ficp_declaration.txt, à transmettre à la Banque de France,
      * et s'ajoutent à l'historique ficp_history.txt, qui dit à
      * chaque passage quels prêts sont inscrits : un prêt n'est
      * jamais déclaré deux fois ni radié sans avoir été déclaré.
      * Passe après les relances.
      * Etape de fin de mois de la chaîne de nuit, passée le
      * dernier jour ouvré du mois à la date de traitement
      * (business_date.txt) ; lançable seule. Le code retour vaut
      * 8 en cas d'échec et le compteur d'étape partagé porte le
      * nombre de lignes déclarées.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "loan_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REMINDER-FILE ASSIGN TO "reminder_state.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMINDER-STATUS.

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

           SELECT FICP-HISTORY-FILE ASSIGN TO "ficp_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DECLARATION-FILE ASSIGN TO "ficp_declaration.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  REMINDER-FILE.
           COPY REMREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  FICP-HISTORY-FILE.
           COPY FICPREC.

       FD  DECLARATION-FILE.
       01  DECLARATION-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-LEDGER-STATUS PIC XX.
       01  WS-REMINDER-STATUS PIC XX.
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-FOUND PIC X.
           88  LOAN-FOUND VALUE 'Y'.
       01  WS-ENTRY-FOUND PIC X.
           88  ENTRY-FOUND VALUE 'Y'.

       77  MAX-LOANS PIC 9(5) VALUE 50000.
       77  INCIDENT-MISSED-COUNT PIC 9(3) VALUE 2.
       77  INCIDENT-INSTALMENTS PIC 9 VALUE 2.
       77  NOTICE-DAYS PIC 9(3) VALUE 30.

      * Memoire des relances : ouverture de l'arriere et dernier
      * niveau envoye (2 = mise en demeure, 3 = contentieux).
       01  REMINDER-TABLE.
           05  REMINDER-COUNT PIC 9(5) VALUE 0.
           05  REMINDER-ENTRY OCCURS 50000 TIMES.
               10  RT-LOAN-ID PIC 9(8).
               10  RT-ARREAR-START-DATE PIC 9(8).
               10  RT-LAST-LEVEL PIC 9.
               10  RT-LAST-LEVEL-DATE PIC 9(8).

      * Prets dont la derniere ligne de l'historique est une
      * declaration : ils sont inscrits au FICP. Les personnes de
      * cette declaration (emprunteur, co-emprunteur) sont gardees
      * pour la radiation.
       01  DECLARED-TABLE.
           05  DECLARED-COUNT PIC 9(5) VALUE 0.
           05  DECLARED-ENTRY OCCURS 50000 TIMES.
               10  DT-LOAN-ID PIC 9(8).
               10  DT-DECLARED PIC X.
               10  DT-DECLARATION-DATE PIC 9(8).
               10  DT-PERSON-COUNT PIC 9.
               10  DT-PERSON OCCURS 2 TIMES.
                   15  DT-CUSTOMER-ID PIC X(10).
                   15  DT-ROLE PIC X.
                   15  DT-NAME PIC X(30).

       01  SEARCH-INDEX PIC 9(5).
       01  REMINDER-INDEX PIC 9(5).
       01  DECLARED-INDEX PIC 9(5).
       01  PERSON-INDEX PIC 9.
       01  LOOKUP-LOAN-ID PIC 9(8).

       01  RUN-DATE PIC 9(8).
       01  RUN-DAY-NUMBER PIC 9(7).
       01  NOTICE-DAY-NUMBER PIC 9(7).
       01  NOTICE-AGE-DAYS PIC S9(7).
       01  WS-INCIDENT PIC X.
           88  INCIDENT-CARACTERISE VALUE 'Y'.

       01  LEDGER-READ-COUNT PIC 9(6) VALUE 0.
       01  DECLARED-LOAN-COUNT PIC 9(6) VALUE 0.
       01  RADIATED-LOAN-COUNT PIC 9(6) VALUE 0.
       01  LINES-WRITTEN-COUNT PIC 9(6) VALUE 0.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Declaration mensuelle au FICP'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.
           CALL 'DAYNUM' USING RUN-DATE, RUN-DAY-NUMBER.

           PERFORM LOAD-REMINDER-STATE.
           PERFORM LOAD-FICP-HISTORY.

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

           OPEN OUTPUT DECLARATION-FILE.

           OPEN EXTEND FICP-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT FICP-HISTORY-FILE
           END-IF.

           PERFORM PROCESS-LEDGER.

           CLOSE FICP-HISTORY-FILE.
           CLOSE DECLARATION-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE LOAN-MASTER-FILE.

           DISPLAY 'Lignes du livre des soldes lues : '
               LEDGER-READ-COUNT.
           DISPLAY 'Prets declares ce mois         : '
               DECLARED-LOAN-COUNT.
           DISPLAY 'Prets radies ce mois           : '
               RADIATED-LOAN-COUNT.
           DISPLAY 'Lignes ecrites dans ficp_declaration.txt : '
               LINES-WRITTEN-COUNT.

           MOVE LINES-WRITTEN-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

       LOAD-REMINDER-STATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REMINDER-FILE.

           IF WS-REMINDER-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ REMINDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REMINDER-COUNT < MAX-LOANS
                           ADD 1 TO REMINDER-COUNT
                           MOVE RM-LOAN-ID TO
                               RT-LOAN-ID (REMINDER-COUNT)
                           MOVE RM-ARREAR-START-DATE TO
                               RT-ARREAR-START-DATE (REMINDER-COUNT)
                           MOVE RM-LAST-LEVEL TO
                               RT-LAST-LEVEL (REMINDER-COUNT)
                           MOVE RM-LAST-LEVEL-DATE TO
                               RT-LAST-LEVEL-DATE (REMINDER-COUNT)
                       ELSE
                           DISPLAY 'Memoire des relances trop ',
                               'grande pour la table interne, ',
                               'ligne ignoree : ' RM-LOAN-ID
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REMINDER-STATUS NOT = '35'
               CLOSE REMINDER-FILE
           END-IF.

      * L'historique est dans l'ordre des passages : la derniere
      * ligne d'un pret dit s'il est encore inscrit. Une
      * declaration s'ecrit une ligne par personne, au meme
      * passage : une ligne D qui suit une radiation ou porte une
      * autre date ouvre une nouvelle declaration.
       LOAD-FICP-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FICP-HISTORY-FILE.

           IF WS-HISTORY-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ FICP-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FP-LOAN-ID TO LOOKUP-LOAN-ID
                       PERFORM FIND-DECLARED-ENTRY
                       IF DECLARED-INDEX = 0
                           PERFORM ADD-DECLARED-ENTRY
                       END-IF
                       IF DECLARED-INDEX > 0
                           IF FP-DECLARATION
                               PERFORM KEEP-DECLARED-PERSON
                           ELSE
                               MOVE 'N' TO
                                   DT-DECLARED (DECLARED-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE FICP-HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       KEEP-DECLARED-PERSON.
           IF DT-DECLARED (DECLARED-INDEX) = 'N' OR
                   DT-DECLARATION-DATE (DECLARED-INDEX) NOT = FP-DATE
               MOVE 'Y' TO DT-DECLARED (DECLARED-INDEX)
               MOVE FP-DATE TO DT-DECLARATION-DATE (DECLARED-INDEX)
               MOVE 0 TO DT-PERSON-COUNT (DECLARED-INDEX)
           END-IF.

           IF DT-PERSON-COUNT (DECLARED-INDEX) < 2
               ADD 1 TO DT-PERSON-COUNT (DECLARED-INDEX)
               MOVE DT-PERSON-COUNT (DECLARED-INDEX) TO PERSON-INDEX
               MOVE FP-CUSTOMER-ID TO
                   DT-CUSTOMER-ID (DECLARED-INDEX, PERSON-INDEX)
               MOVE FP-ROLE TO DT-ROLE (DECLARED-INDEX, PERSON-INDEX)
               MOVE FP-NAME TO DT-NAME (DECLARED-INDEX, PERSON-INDEX)
           END-IF.

       ADD-DECLARED-ENTRY.
           IF DECLARED-COUNT < MAX-LOANS
               ADD 1 TO DECLARED-COUNT
               MOVE DECLARED-COUNT TO DECLARED-INDEX
               MOVE LOOKUP-LOAN-ID TO DT-LOAN-ID (DECLARED-INDEX)
               MOVE 'N' TO DT-DECLARED (DECLARED-INDEX)
               MOVE 0 TO DT-DECLARATION-DATE (DECLARED-INDEX)
               MOVE 0 TO DT-PERSON-COUNT (DECLARED-INDEX)
           ELSE
               DISPLAY 'Historique FICP trop grand pour la table ',
                   'interne, ligne ignoree : ' LOOKUP-LOAN-ID
           END-IF.

       FIND-DECLARED-ENTRY.
           MOVE 0 TO DECLARED-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > DECLARED-COUNT OR
                   DECLARED-INDEX > 0
               IF DT-LOAN-ID (SEARCH-INDEX) = LOOKUP-LOAN-ID
                   MOVE SEARCH-INDEX TO DECLARED-INDEX
               END-IF
           END-PERFORM.

       FIND-REMINDER-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > REMINDER-COUNT OR ENTRY-FOUND
               IF RT-LOAN-ID (SEARCH-INDEX) = LG-LOAN-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   MOVE SEARCH-INDEX TO REMINDER-INDEX
               END-IF
           END-PERFORM.

       PROCESS-LEDGER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le livre des ',
                   'soldes loan_balances.txt (statut ',
                   WS-LEDGER-STATUS ').'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO LEDGER-READ-COUNT
                       PERFORM EXAMINE-ONE-LOAN
               END-READ
           END-PERFORM.

           IF WS-LEDGER-STATUS = '00'
               CLOSE LEDGER-FILE
           END-IF.

       EXAMINE-ONE-LOAN.
           MOVE LG-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-DECLARED-ENTRY.

           IF DECLARED-INDEX > 0
               IF DT-DECLARED (DECLARED-INDEX) = 'Y'
                   IF LG-OUTSTANDING = 0
                       PERFORM RADIATE-LOAN
                   END-IF
               ELSE
                   IF LG-OUTSTANDING > 0
                       PERFORM CHECK-INCIDENT
                   END-IF
               END-IF
           ELSE
               IF LG-OUTSTANDING > 0
                   PERFORM CHECK-INCIDENT
               END-IF
           END-IF.

      * Incident caracterise : deux echeances impayees ou un reste
      * du d'au moins deux mensualites, et la mise en demeure
      * envoyee depuis au moins trente jours (le contentieux la
      * suppose toujours). Sans ligne de relance, l'emprunteur n'a
      * pas ete prevenu : pas de declaration.
       CHECK-INCIDENT.
           MOVE 'N' TO WS-INCIDENT.
           PERFORM FIND-REMINDER-ENTRY.

           IF ENTRY-FOUND
               EVALUATE TRUE
                   WHEN RT-LAST-LEVEL (REMINDER-INDEX) = 3
                       MOVE 'Y' TO WS-INCIDENT
                   WHEN RT-LAST-LEVEL (REMINDER-INDEX) = 2
                       CALL 'DAYNUM' USING
                           RT-LAST-LEVEL-DATE (REMINDER-INDEX),
                           NOTICE-DAY-NUMBER
                       COMPUTE NOTICE-AGE-DAYS =
                           RUN-DAY-NUMBER - NOTICE-DAY-NUMBER
                       IF NOTICE-AGE-DAYS NOT < NOTICE-DAYS
                           MOVE 'Y' TO WS-INCIDENT
                       END-IF
               END-EVALUATE
           END-IF.

           IF INCIDENT-CARACTERISE
               PERFORM FIND-LOAN
               IF NOT LOAN-FOUND
                   MOVE 'N' TO WS-INCIDENT
               END-IF
           END-IF.

           IF INCIDENT-CARACTERISE
               IF LG-MISSED-COUNT < INCIDENT-MISSED-COUNT AND
                       LG-OUTSTANDING <
                           LM-MONTHLY-PAYMENT * INCIDENT-INSTALMENTS
                   MOVE 'N' TO WS-INCIDENT
               END-IF
           END-IF.

           IF INCIDENT-CARACTERISE
               PERFORM DECLARE-LOAN
           END-IF.

       FIND-LOAN.
           MOVE LG-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       DECLARE-LOAN.
           ADD 1 TO DECLARED-LOAN-COUNT.

           MOVE 'D' TO FP-ACTION.
           MOVE RT-ARREAR-START-DATE (REMINDER-INDEX) TO
               FP-INCIDENT-DATE.
           MOVE LG-OUTSTANDING TO FP-UNPAID-AMOUNT.
           MOVE LG-MISSED-COUNT TO FP-MISSED-COUNT.
           PERFORM WRITE-LOAN-PERSONS.

           IF DECLARED-INDEX = 0
               PERFORM ADD-DECLARED-ENTRY
           END-IF.
           IF DECLARED-INDEX > 0
               MOVE 'Y' TO DT-DECLARED (DECLARED-INDEX)
           END-IF.

      * La radiation reprend, sur la foi de l'historique, les
      * personnes de la declaration, telles qu'elles ont ete
      * declarees : que le pret ait depuis quitte le registre ou
      * change de co-emprunteur, chaque personne inscrite est
      * radiee.
       RADIATE-LOAN.
           ADD 1 TO RADIATED-LOAN-COUNT.

           MOVE 'R' TO FP-ACTION.
           MOVE RUN-DATE TO FP-DATE.
           MOVE LG-LOAN-ID TO FP-LOAN-ID.
           MOVE 0 TO FP-INCIDENT-DATE.
           MOVE 0 TO FP-UNPAID-AMOUNT.
           MOVE 0 TO FP-MISSED-COUNT.

           PERFORM VARYING PERSON-INDEX FROM 1 BY 1
               UNTIL PERSON-INDEX > DT-PERSON-COUNT (DECLARED-INDEX)
               MOVE DT-CUSTOMER-ID (DECLARED-INDEX, PERSON-INDEX) TO
                   FP-CUSTOMER-ID
               MOVE DT-ROLE (DECLARED-INDEX, PERSON-INDEX) TO FP-ROLE
               MOVE DT-NAME (DECLARED-INDEX, PERSON-INDEX) TO FP-NAME
               PERFORM WRITE-FICP-LINE
           END-PERFORM.

           MOVE 'N' TO DT-DECLARED (DECLARED-INDEX).

       WRITE-LOAN-PERSONS.
           MOVE RUN-DATE TO FP-DATE.
           MOVE LG-LOAN-ID TO FP-LOAN-ID.

           MOVE 'E' TO FP-ROLE.
           MOVE LM-APPLICANT-ID TO FP-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-NAME.
           PERFORM WRITE-FICP-LINE.

           IF LM-COBORROWER-ID NOT = SPACES
               MOVE 'C' TO FP-ROLE
               MOVE LM-COBORROWER-ID TO FP-CUSTOMER-ID
               PERFORM FIND-CUSTOMER-NAME
               PERFORM WRITE-FICP-LINE
           END-IF.

       FIND-CUSTOMER-NAME.
           MOVE FP-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO FP-NAME
               NOT INVALID KEY
                   MOVE CM-NAME TO FP-NAME
           END-READ.

       WRITE-FICP-LINE.
           WRITE FICP-RECORD.
           MOVE FICP-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           ADD 1 TO LINES-WRITTEN-COUNT.
