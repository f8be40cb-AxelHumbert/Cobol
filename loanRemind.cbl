      * envoyé par prêt est conservé dans reminder_state.txt pour
      * ne jamais renvoyer la même lettre d'un mois sur l'autre et
      * n'escalader que si l'arriéré persiste ; la ligne disparaît
      * quand l'arriéré est soldé. Après un réaménagement
      * (reschedule_history.txt), l'escalade s'arrête et le niveau
      * repart de zéro : le prêt n'est relancé à nouveau, depuis le
      * rappel simple, que si le nouveau plan tombe lui-même en
      * arriéré, c'est-à-dire si ce qui a été appelé depuis le
      * réaménagement n'a pas été entièrement encaissé.
      * Etape de fin de mois de la chaîne de nuit, passée le
      * dernier jour ouvré du mois à la date de traitement
      * (business_date.txt) ; lançable seule. Le code retour vaut
      * 8 en cas d'échec et le compteur d'étape partagé porte le
      * nombre de prêts en arriéré examinés.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITIGATION-FILE ASSIGN TO "contentieux_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESCHEDULE-FILE ASSIGN TO
               "reschedule_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  LITIGATION-FILE.
       01  LITIGATION-LINE PIC X(100).

       FD  RESCHEDULE-FILE.
           COPY RESCREC.

       WORKING-STORAGE SECTION.

       01  WS-LEDGER-STATUS PIC XX.
       01  WS-REMINDER-STATUS PIC XX.
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-RESCHEDULE-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-ENTRY-TRACKED PIC X.
           88  ENTRY-TRACKED VALUE 'Y'.

      * Dernier reamenagement de chaque pret, avec les cumuls du
      * livre des soldes laisses par l'operation.
       01  RESCHEDULE-TABLE.
           05  RESCHEDULE-COUNT PIC 9(5) VALUE 0.
           05  RESCHEDULE-ENTRY OCCURS 50000 TIMES.
               10  RH-LOAN-ID PIC 9(8).
               10  RH-DATE PIC 9(8).
               10  RH-LEDGER-DUE PIC 9(10)V99.
               10  RH-LEDGER-RECEIVED PIC 9(10)V99.

       01  RESCHEDULE-INDEX PIC 9(5).
       01  PLAN-ARREARS PIC S9(11)V99.
       01  WS-SUSPENDED PIC X.
           88  ESCALATION-SUSPENDED VALUE 'Y'.

       01  LETTER-FILE-NAME PIC X(20).
       01  RUN-DATE PIC 9(8).
       01  RUN-DAY-NUMBER PIC 9(7).
       01  LEVEL-1-SENT-COUNT PIC 9(6) VALUE 0.
       01  LEVEL-2-SENT-COUNT PIC 9(6) VALUE 0.
       01  LEVEL-3-SENT-COUNT PIC 9(6) VALUE 0.
       01  SUSPENDED-COUNT PIC 9(6) VALUE 0.

       01  OUTSTANDING-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  MISSED-DISPLAY PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LG-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.99.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Relances graduees des prets en arriere'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.
           CALL 'DAYNUM' USING RUN-DATE, RUN-DAY-NUMBER.

           PERFORM LOAD-REMINDER-STATE.
           PERFORM LOAD-RESCHEDULES.

           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
                   'des clients customer_master.dat (statut ',
                   WS-CUSTOMER-STATUS ').'
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LITIGATION-FILE.
           DISPLAY 'Rappels simples envoyes   : ' LEVEL-1-SENT-COUNT.
           DISPLAY 'Mises en demeure envoyees : ' LEVEL-2-SENT-COUNT.
           DISPLAY 'Transmis au contentieux   : ' LEVEL-3-SENT-COUNT.
           DISPLAY 'Reamenages, sans relance  : ' SUSPENDED-COUNT.

           MOVE ARREARS-SEEN-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

       LOAD-REMINDER-STATE.
           MOVE 'N' TO WS-EOF.
           CLOSE REMINDER-FILE.
           MOVE 'N' TO WS-EOF.

      * Seul le dernier reamenagement de chaque pret compte : une
      * ligne plus recente remplace celle deja chargee.
       LOAD-RESCHEDULES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RESCHEDULE-FILE.

           IF WS-RESCHEDULE-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ RESCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RS-LOAN-ID TO LG-LOAN-ID
                       PERFORM FIND-RESCHEDULE-ENTRY
                       IF RESCHEDULE-INDEX = 0
                           PERFORM ADD-RESCHEDULE-ENTRY
                       END-IF
                       IF RESCHEDULE-INDEX > 0
                           IF RS-DATE NOT <
                                   RH-DATE (RESCHEDULE-INDEX)
                               MOVE RS-DATE TO
                                   RH-DATE (RESCHEDULE-INDEX)
                               MOVE RS-LEDGER-DUE TO
                                   RH-LEDGER-DUE (RESCHEDULE-INDEX)
                               MOVE RS-LEDGER-RECEIVED TO
                                   RH-LEDGER-RECEIVED
                                       (RESCHEDULE-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RESCHEDULE-STATUS NOT = '35'
               CLOSE RESCHEDULE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       ADD-RESCHEDULE-ENTRY.
           IF RESCHEDULE-COUNT < MAX-LOANS
               ADD 1 TO RESCHEDULE-COUNT
               MOVE RESCHEDULE-COUNT TO RESCHEDULE-INDEX
               MOVE RS-LOAN-ID TO RH-LOAN-ID (RESCHEDULE-INDEX)
               MOVE 0 TO RH-DATE (RESCHEDULE-INDEX)
           ELSE
               DISPLAY 'Historique des reamenagements trop grand ',
                   'pour la table interne, ligne ignoree : ',
                   RS-LOAN-ID
           END-IF.

       PROCESS-LEDGER.
           OPEN INPUT LEDGER-FILE.

                   NOT AT END
                       IF LG-OUTSTANDING > 0
                           ADD 1 TO ARREARS-SEEN-COUNT
                           PERFORM CHECK-RESCHEDULED
                           IF ESCALATION-SUSPENDED
                               ADD 1 TO SUSPENDED-COUNT
                           ELSE
                               PERFORM REMIND-ONE-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               PERFORM CREATE-REMINDER-ENTRY
           END-IF.

           IF ENTRY-FOUND AND RESCHEDULE-INDEX > 0
               PERFORM RESET-AFTER-RESCHEDULE
           END-IF.

           IF ENTRY-TRACKED
               MOVE 'Y' TO RT-STILL-OPEN (REMINDER-INDEX)

               END-IF
           END-IF.

      * Un pret reamenage n'est plus relance au titre de
      * l'arriere anterieur : sa ligne de relance n'est pas
      * reconduite (le niveau repart de zero) tant que tout ce qui
      * a ete appele depuis le reamenagement a ete encaisse.
       CHECK-RESCHEDULED.
           MOVE 'N' TO WS-SUSPENDED.
           PERFORM FIND-RESCHEDULE-ENTRY.

           IF RESCHEDULE-INDEX > 0
               COMPUTE PLAN-ARREARS =
                   (LG-TOTAL-DUE - RH-LEDGER-DUE (RESCHEDULE-INDEX)) -
                   (LG-TOTAL-RECEIVED -
                       RH-LEDGER-RECEIVED (RESCHEDULE-INDEX))
               IF PLAN-ARREARS NOT > 0
                   MOVE 'Y' TO WS-SUSPENDED
               END-IF
           END-IF.

      * Le nouveau plan est tombe en arriere alors que la ligne de
      * relance date d'avant le reamenagement : l'arriere repart
      * de ce passage, au rappel simple.
       RESET-AFTER-RESCHEDULE.
           IF RT-ARREAR-START-DATE (REMINDER-INDEX) <
                   RH-DATE (RESCHEDULE-INDEX)
               MOVE RUN-DATE TO
                   RT-ARREAR-START-DATE (REMINDER-INDEX)
               MOVE 0 TO RT-LAST-LEVEL (REMINDER-INDEX)
               MOVE 0 TO RT-LAST-LEVEL-DATE (REMINDER-INDEX)
           END-IF.

       FIND-RESCHEDULE-ENTRY.
           MOVE 0 TO RESCHEDULE-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > RESCHEDULE-COUNT OR
                   RESCHEDULE-INDEX > 0
               IF RH-LOAN-ID (SEARCH-INDEX) = LG-LOAN-ID
                   MOVE SEARCH-INDEX TO RESCHEDULE-INDEX
               END-IF
           END-PERFORM.

       FIND-REMINDER-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.

