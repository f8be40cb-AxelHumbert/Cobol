       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanResched.
       AUTHOR. Axel.

      * Réaménagement d'un prêt débloqué en difficulté, au
      * guichet : soit report de N échéances (aucun appel pendant
      * les mois reportés, à partir du mois suivant), les intérêts
      * de la période étant capitalisés ou différés et étalés sur
      * les échéances restantes ; soit allongement de la durée
      * restante, l'arriéré du livre des soldes loan_balances.txt
      * étant intégré au capital et remboursé par une nouvelle
      * mensualité, plus basse. La fiche du registre porte la
      * nouvelle mensualité, la durée restante et le capital de
      * départ du nouvel échéancier ; l'avant et l'après de chaque
      * réaménagement sont conservés dans reschedule_history.txt,
      * que relisent l'appel des échéances (mois reportés), les
      * relances (escalade suspendue tant que le nouveau plan est
      * honoré) et le calcul du capital restant dû. L'opérateur
      * s'identifie avant la comptabilisation : la fiche du prêt
      * et la ligne du livre des soldes modifiées sont tracées
      * dans la piste d'audit avec leur image avant et après.
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

           SELECT LEDGER-FILE ASSIGN TO "loan_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STAGED-FILE ASSIGN TO "staged_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT RESCHEDULE-FILE ASSIGN TO
               "reschedule_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  STAGED-FILE.
           COPY STAGEREC.

       FD  RESCHEDULE-FILE.
           COPY RESCREC.

       WORKING-STORAGE SECTION.

       77  SEARCH-LOAN-ID PIC 9(8).
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-STAGED-STATUS PIC XX.
       01  WS-RESCHEDULE-STATUS PIC XX.

       01  WS-FOUND PIC X.
           88  LOAN-FOUND VALUE 'Y'.
       01  WS-PREFINANCING PIC X VALUE 'N'.
           88  IN-PREFINANCING VALUE 'Y'.
       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-CONFIRM PIC X.

       77  MONTH_YEAR PIC 99 VALUE 12.
       77  MAX-LOANS PIC 9(5) VALUE 50000.
       77  MAX-HOLIDAY-MONTHS PIC 99 VALUE 12.
       77  MAX-STRETCH-MONTHS PIC 9(3) VALUE 84.

      * Livre des soldes charge pour lire l'arriere du pret, puis
      * reecrit quand un allongement l'integre au capital, comme
      * dans le remboursement anticipe.
       01  LEDGER-TABLE.
           05  LEDGER-COUNT PIC 9(5) VALUE 0.
           05  LEDGER-ENTRY OCCURS 50000 TIMES.
               10  LE-LOAN-ID PIC 9(8).
               10  LE-TOTAL-DUE PIC 9(10)V99.
               10  LE-TOTAL-RECEIVED PIC 9(10)V99.
               10  LE-OUTSTANDING PIC 9(10)V99.
               10  LE-MISSED-COUNT PIC 9(3).
               10  LE-MONTHLY-PREMIUM PIC 9(7)V99.
               10  LE-PREMIUM-RECEIVED PIC 9(10)V99.
               10  LE-PREMIUM-REMITTED PIC 9(10)V99.

       01  SEARCH-INDEX PIC 9(5).
       01  LEDGER-INDEX PIC 9(5).
       01  WS-ENTRY-FOUND PIC X.
           88  ENTRY-FOUND VALUE 'Y'.

       01  TODAY-DATE PIC 9(8).
       01  TODAY-DATE-PARTS REDEFINES TODAY-DATE.
           05  TODAY-MONTH PIC 9(6).
           05  TODAY-DAY PIC 99.
       01  MONTH-START-DATE PIC 9(8).
       01  MONTH-START-PARTS REDEFINES MONTH-START-DATE.
           05  MONTH-START-MONTH PIC 9(6).
           05  MONTH-START-DAY PIC 99.
       01  WORK-DATE PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05  WORK-MONTH PIC 9(6).
           05  FILLER PIC 99.
       01  MONTHS-TO-ADD PIC 9(3).

       01  RESCHEDULE-MODE PIC X.
           88  MODE-REPORT VALUE 'R'.
           88  MODE-STRETCH VALUE 'A'.
       01  INTEREST-MODE PIC X.
           88  INTEREST-CAPITALIZED VALUE 'C'.
           88  INTEREST-DEFERRED VALUE 'D'.
       01  WS-INPUT-VALID PIC X.
           88  INPUT-IS-VALID VALUE 'Y'.

       01  HOLIDAY-MONTHS PIC 99.
       01  STRETCH-MONTHS PIC 9(3).

       01  MONTHLY-RATE PIC 9V9(6).
       01  CAPITAL-DUE PIC 9(9)V99.
       01  CAPITAL-MONTHS PIC 9(4).
       01  UNPAID-BALANCE PIC 9(10)V99.
       01  UNPAID-FOLDED PIC 9(10)V99.
       01  OLD-MONTHLY-PAYMENT PIC 9(9)V99.
       01  NEW-BALANCE PIC 9(9)V99.
       01  NEW-REMAINING-MONTHS PIC 9(4).
       01  AMORT-MONTHLY-PAYMENT PIC 9(9)V99.
       01  NEW-MONTHLY-PAYMENT PIC 9(9)V99.
       01  DEFERRED-INTEREST PIC 9(9)V99.
       01  HOLIDAY-START PIC 9(6).
       01  HOLIDAY-END PIC 9(6).
       01  PLAN-START-DATE PIC 9(8).
       01  LEDGER-DUE-AFTER PIC 9(10)V99.
       01  LEDGER-RECEIVED-AFTER PIC 9(10)V99.

       01  BALANCE-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  UNPAID-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  OLD-MONTHLY-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  NEW-MONTHLY-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  DEFERRED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  MONTHS-DISPLAY PIC ZZZ9.
       01  NEW-MONTHS-DISPLAY PIC ZZZ9.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  BEFORE-IMAGE PIC X(200).
           COPY AUDITREC.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Reamenagement d''un pret en difficulte'.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY 'Numero du pret (LOAN-ID) ?'.
           ACCEPT SEARCH-LOAN-ID.

           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               STOP RUN
           END-IF.

           MOVE SEARCH-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

           IF NOT LOAN-FOUND
               DISPLAY 'Pret introuvable dans le registre.'
               CLOSE LOAN-MASTER-FILE
               STOP RUN
           END-IF.

           IF NOT LM-DEBLOQUE
               DISPLAY 'Ce pret est a l''etat ' LM-STATUS ', seul ',
                   'un pret debloque se reamenage.'
               CLOSE LOAN-MASTER-FILE
               STOP RUN
           END-IF.

           PERFORM CHECK-PREFINANCING.
           IF IN-PREFINANCING
               DISPLAY 'Pret construction en prefinancement : ',
                   'l''amortissement n''a pas commence, rien a ',
                   'reamenager.'
               CLOSE LOAN-MASTER-FILE
               STOP RUN
           END-IF.

           CALL 'CAPDUE' USING LOAN-MASTER-RECORD, TODAY-DATE,
               CAPITAL-DUE, CAPITAL-MONTHS.

           IF CAPITAL-DUE = 0 OR CAPITAL-MONTHS = 0
               DISPLAY 'Pret arrive a son terme, rien a ',
                   'reamenager.'
               CLOSE LOAN-MASTER-FILE
               STOP RUN
           END-IF.

           PERFORM LOAD-LEDGER.
           MOVE SEARCH-LOAN-ID TO LG-LOAN-ID.
           PERFORM FIND-LEDGER-ENTRY.
           IF ENTRY-FOUND
               MOVE LE-OUTSTANDING (LEDGER-INDEX) TO UNPAID-BALANCE
           ELSE
               MOVE 0 TO UNPAID-BALANCE
           END-IF.

           MOVE LM-MONTHLY-PAYMENT TO OLD-MONTHLY-PAYMENT.
           COMPUTE MONTHLY-RATE ROUNDED =
               (1 + LM-RATE-USED / 100) ** (1 / MONTH_YEAR) - 1.

           PERFORM DISPLAY-SITUATION.

           PERFORM ENTER-RESCHEDULE-MODE.

           IF MODE-REPORT
               PERFORM ENTER-HOLIDAY
               PERFORM COMPUTE-HOLIDAY-PLAN
           ELSE
               PERFORM ENTER-STRETCH
           END-IF.

           PERFORM DISPLAY-NEW-PLAN.

           DISPLAY 'Comptabiliser reellement ce reamenagement ',
               '(O/N) ?'.
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
               PERFORM BOOK-RESCHEDULE
           ELSE
               DISPLAY 'Reamenagement non comptabilise, le ',
                   'registre est inchange.'
           END-IF.

           CLOSE LOAN-MASTER-FILE.

           STOP RUN.

      * Un pret construction dont le dossier de deblocage est
      * encore en phase P n'appelle que des interets
      * intercalaires : il n'a pas d'echeancier a reamenager.
       CHECK-PREFINANCING.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STAGED-FILE.
           IF WS-STAGED-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ STAGED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SG-LOAN-ID = SEARCH-LOAN-ID AND
                               SG-PREFINANCEMENT
                           MOVE 'Y' TO WS-PREFINANCING
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-STAGED-STATUS NOT = '35'
               CLOSE STAGED-FILE
           END-IF.

       DISPLAY-SITUATION.
           MOVE CAPITAL-DUE TO BALANCE-DISPLAY.
           MOVE UNPAID-BALANCE TO UNPAID-DISPLAY.
           MOVE OLD-MONTHLY-PAYMENT TO OLD-MONTHLY-DISPLAY.
           MOVE CAPITAL-MONTHS TO MONTHS-DISPLAY.

           DISPLAY 'Capital restant du ce jour : ' BALANCE-DISPLAY,
               ' €'.
           DISPLAY 'Duree restante : ' MONTHS-DISPLAY,
               ' mensualite(s)'.
           DISPLAY 'Mensualite en vigueur : ' OLD-MONTHLY-DISPLAY,
               ' €'.
           DISPLAY 'Arriere au livre des soldes : ' UNPAID-DISPLAY,
               ' €'.

       ENTER-RESCHEDULE-MODE.
           MOVE 'N' TO WS-INPUT-VALID.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY 'Report d''echeances (R) ou allongement de ',
                   'la duree (A) ?'
               ACCEPT RESCHEDULE-MODE
               IF MODE-REPORT OR MODE-STRETCH
                   MOVE 'Y' TO WS-INPUT-VALID
               ELSE
                   DISPLAY 'Reponse invalide, saisir R ou A.'
               END-IF
           END-PERFORM.

       ENTER-HOLIDAY.
           MOVE 'N' TO WS-INPUT-VALID.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY 'Nombre d''echeances reportees (1 a ',
                   MAX-HOLIDAY-MONTHS ') ?'
               ACCEPT HOLIDAY-MONTHS
               IF HOLIDAY-MONTHS >= 1 AND
                       HOLIDAY-MONTHS NOT > MAX-HOLIDAY-MONTHS
                   MOVE 'Y' TO WS-INPUT-VALID
               ELSE
                   DISPLAY 'Nombre de mois invalide.'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-INPUT-VALID.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY 'Interets de la periode capitalises (C) ou ',
                   'differes (D) ?'
               ACCEPT INTEREST-MODE
               IF INTEREST-CAPITALIZED OR INTEREST-DEFERRED
                   MOVE 'Y' TO WS-INPUT-VALID
               ELSE
                   DISPLAY 'Reponse invalide, saisir C ou D.'
               END-IF
           END-PERFORM.

      * Le report commence au mois suivant : l'echeance du mois
      * courant suit son cours. Les mois reportes n'amortissent
      * rien ; le nouvel echeancier part du premier jour du
      * dernier mois reporte, de sorte que la premiere echeance
      * appelee apres le report en soit la premiere. La duree
      * restante est inchangee, le terme recule d'autant.
      * Interets capitalises : le capital porte les interets de
      * la periode et la mensualite est recalculee dessus.
      * Interets differes : le capital est inchange, les interets
      * de la periode sont etales a parts egales sur les
      * echeances restantes, en plus de la mensualite
      * d'amortissement.
       COMPUTE-HOLIDAY-PLAN.
           MOVE TODAY-DATE TO MONTH-START-DATE.
           MOVE 1 TO MONTH-START-DAY.

           MOVE 1 TO MONTHS-TO-ADD.
           CALL 'ADDMONTHS' USING MONTH-START-DATE, MONTHS-TO-ADD,
               WORK-DATE.
           MOVE WORK-MONTH TO HOLIDAY-START.

           MOVE HOLIDAY-MONTHS TO MONTHS-TO-ADD.
           CALL 'ADDMONTHS' USING MONTH-START-DATE, MONTHS-TO-ADD,
               PLAN-START-DATE.
           MOVE PLAN-START-DATE TO WORK-DATE.
           MOVE WORK-MONTH TO HOLIDAY-END.

           MOVE CAPITAL-MONTHS TO NEW-REMAINING-MONTHS.
           MOVE 0 TO UNPAID-FOLDED.

           IF INTEREST-CAPITALIZED
               COMPUTE NEW-BALANCE ROUNDED =
                   CAPITAL-DUE * (1 + MONTHLY-RATE) ** HOLIDAY-MONTHS
               MOVE 0 TO DEFERRED-INTEREST
               PERFORM COMPUTE-AMORT-PAYMENT
               MOVE AMORT-MONTHLY-PAYMENT TO NEW-MONTHLY-PAYMENT
           ELSE
               MOVE CAPITAL-DUE TO NEW-BALANCE
               COMPUTE DEFERRED-INTEREST ROUNDED =
                   CAPITAL-DUE * MONTHLY-RATE * HOLIDAY-MONTHS
               PERFORM COMPUTE-AMORT-PAYMENT
               COMPUTE NEW-MONTHLY-PAYMENT ROUNDED =
                   AMORT-MONTHLY-PAYMENT +
                   DEFERRED-INTEREST / NEW-REMAINING-MONTHS
           END-IF.

      * Allongement : l'arriere du livre des soldes rejoint le
      * capital restant du, et le tout est amorti sur la duree
      * restante allongee. L'operation n'a de sens que si la
      * nouvelle mensualite est plus basse que l'actuelle : on
      * redemande l'allongement tant qu'elle ne l'est pas. Un
      * arriere trop lourd peut interdire toute baisse, meme au
      * plus long allongement : 0 abandonne le reamenagement.
       ENTER-STRETCH.
           MOVE 0 TO HOLIDAY-MONTHS.
           MOVE 0 TO HOLIDAY-START.
           MOVE 0 TO HOLIDAY-END.
           MOVE SPACE TO INTEREST-MODE.
           MOVE 0 TO DEFERRED-INTEREST.
           MOVE TODAY-DATE TO PLAN-START-DATE.
           MOVE UNPAID-BALANCE TO UNPAID-FOLDED.
           COMPUTE NEW-BALANCE = CAPITAL-DUE + UNPAID-FOLDED.

           MOVE 'N' TO WS-INPUT-VALID.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY 'Nombre de mois d''allongement (1 a ',
                   MAX-STRETCH-MONTHS ', 0 pour abandonner) ?'
               ACCEPT STRETCH-MONTHS
               IF STRETCH-MONTHS = 0
                   DISPLAY 'Reamenagement non comptabilise, le ',
                       'registre est inchange.'
                   CLOSE LOAN-MASTER-FILE
                   STOP RUN
               END-IF
               IF STRETCH-MONTHS >= 1 AND
                       STRETCH-MONTHS NOT > MAX-STRETCH-MONTHS
                   COMPUTE NEW-REMAINING-MONTHS =
                       CAPITAL-MONTHS + STRETCH-MONTHS
                   PERFORM COMPUTE-AMORT-PAYMENT
                   MOVE AMORT-MONTHLY-PAYMENT TO NEW-MONTHLY-PAYMENT
                   IF NEW-MONTHLY-PAYMENT < OLD-MONTHLY-PAYMENT
                       MOVE 'Y' TO WS-INPUT-VALID
                   ELSE
                       MOVE NEW-MONTHLY-PAYMENT TO
                           NEW-MONTHLY-DISPLAY
                       DISPLAY 'Mensualite obtenue ',
                           NEW-MONTHLY-DISPLAY ' € : pas plus ',
                           'basse que l''actuelle, allonger ',
                           'davantage.'
                   END-IF
               ELSE
                   DISPLAY 'Nombre de mois invalide.'
               END-IF
           END-PERFORM.

      * Mensualite d'amortissement du nouveau capital sur la
      * nouvelle duree, par la formule d'annuite de la revision
      * de taux ; a taux nul, le capital est reparti a parts
      * egales.
       COMPUTE-AMORT-PAYMENT.
           IF MONTHLY-RATE = 0
               COMPUTE AMORT-MONTHLY-PAYMENT ROUNDED =
                   NEW-BALANCE / NEW-REMAINING-MONTHS
           ELSE
               COMPUTE AMORT-MONTHLY-PAYMENT ROUNDED =
                   (NEW-BALANCE * MONTHLY-RATE *
                   (1 + MONTHLY-RATE) ** NEW-REMAINING-MONTHS) /
                   ((1 + MONTHLY-RATE) ** NEW-REMAINING-MONTHS - 1)
           END-IF.

       DISPLAY-NEW-PLAN.
           MOVE NEW-BALANCE TO BALANCE-DISPLAY.
           MOVE NEW-MONTHLY-PAYMENT TO NEW-MONTHLY-DISPLAY.
           MOVE NEW-REMAINING-MONTHS TO NEW-MONTHS-DISPLAY.

           IF MODE-REPORT
               DISPLAY 'Echeances reportees : de ' HOLIDAY-START,
                   ' a ' HOLIDAY-END ' (AAAAMM), sans appel.'
               IF INTEREST-DEFERRED
                   MOVE DEFERRED-INTEREST TO DEFERRED-DISPLAY
                   DISPLAY 'Interets differes, etales sur les ',
                       'echeances restantes : ' DEFERRED-DISPLAY ' €'
               END-IF
           ELSE
               MOVE UNPAID-FOLDED TO UNPAID-DISPLAY
               DISPLAY 'Arriere integre au capital : ',
                   UNPAID-DISPLAY ' €'
           END-IF.

           DISPLAY 'Capital du nouvel echeancier : ',
               BALANCE-DISPLAY ' €'.
           DISPLAY 'Mensualite : ' OLD-MONTHLY-DISPLAY ' € -> ',
               NEW-MONTHLY-DISPLAY ' €'.
           DISPLAY 'Duree restante : ' MONTHS-DISPLAY ' -> ',
               NEW-MONTHS-DISPLAY ' mensualite(s)'.

      * Comptabilisation : fiche du registre, livre des soldes
      * pour un allongement, puis historique des reamenagements,
      * qui porte les cumuls du livre apres l'operation.
       BOOK-RESCHEDULE.
           PERFORM ENTER-OPERATOR-ID.

           PERFORM UPDATE-LOAN-MASTER.

           IF ENTRY-FOUND
               IF UNPAID-FOLDED > 0
                   PERFORM FOLD-UNPAID-BALANCE
               ELSE
                   MOVE LE-TOTAL-DUE (LEDGER-INDEX) TO
                       LEDGER-DUE-AFTER
                   MOVE LE-TOTAL-RECEIVED (LEDGER-INDEX) TO
                       LEDGER-RECEIVED-AFTER
               END-IF
           ELSE
               MOVE 0 TO LEDGER-DUE-AFTER
               MOVE 0 TO LEDGER-RECEIVED-AFTER
           END-IF.

           PERFORM WRITE-RESCHEDULE-HISTORY.

           DISPLAY 'Reamenagement comptabilise sur le pret ',
               SEARCH-LOAN-ID ', consigne dans ',
               'reschedule_history.txt'.

       UPDATE-LOAN-MASTER.
           MOVE LOAN-MASTER-RECORD TO BEFORE-IMAGE.

           MOVE NEW-MONTHLY-PAYMENT TO LM-MONTHLY-PAYMENT.
           MOVE NEW-REMAINING-MONTHS TO LM-REMAINING-MONTHS.
           MOVE NEW-BALANCE TO LM-BALANCE-AT-REVIEW.

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Erreur lors de la mise a jour du pret ',
                       LM-LOAN-ID
               NOT INVALID KEY
                   PERFORM AUDIT-LOAN-CHANGE
           END-REWRITE.

      * L'arriere integre au capital n'est plus du au titre des
      * echeances appelees : il sort du cumul appele, et le reste
      * du du pret repart de zero sous le nouveau plan. Les cumuls
      * pour l'historique sont pris avant la reecriture du livre,
      * qui reprend l'indice de la table.
       FOLD-UNPAID-BALANCE.
           MOVE LEDGER-ENTRY (LEDGER-INDEX) TO BEFORE-IMAGE.

           SUBTRACT UNPAID-FOLDED FROM LE-TOTAL-DUE (LEDGER-INDEX).
           MOVE 0 TO LE-OUTSTANDING (LEDGER-INDEX).

           MOVE LE-TOTAL-DUE (LEDGER-INDEX) TO LEDGER-DUE-AFTER.
           MOVE LE-TOTAL-RECEIVED (LEDGER-INDEX) TO
               LEDGER-RECEIVED-AFTER.

           PERFORM AUDIT-LEDGER-CHANGE.
           PERFORM REWRITE-LEDGER.

       AUDIT-LOAN-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanResched' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'PRET' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LOAN-MASTER-RECORD TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

       AUDIT-LEDGER-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanResched' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'SOLDES' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE SEARCH-LOAN-ID TO AU-LOAN-ID.
           MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LEDGER-ENTRY (LEDGER-INDEX) TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

      * Le reamenagement est attribue a un operateur : il ne se
      * comptabilise pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

       WRITE-RESCHEDULE-HISTORY.
           OPEN EXTEND RESCHEDULE-FILE.
           IF WS-RESCHEDULE-STATUS = '35'
               OPEN OUTPUT RESCHEDULE-FILE
           END-IF.

           MOVE SEARCH-LOAN-ID TO RS-LOAN-ID.
           MOVE TODAY-DATE TO RS-DATE.
           MOVE RESCHEDULE-MODE TO RS-MODE.
           MOVE INTEREST-MODE TO RS-INTEREST-MODE.
           MOVE HOLIDAY-MONTHS TO RS-HOLIDAY-MONTHS.
           MOVE HOLIDAY-START TO RS-HOLIDAY-START.
           MOVE HOLIDAY-END TO RS-HOLIDAY-END.
           MOVE LM-RATE-USED TO RS-RATE.
           MOVE OLD-MONTHLY-PAYMENT TO RS-OLD-MONTHLY.
           MOVE NEW-MONTHLY-PAYMENT TO RS-NEW-MONTHLY.
           MOVE AMORT-MONTHLY-PAYMENT TO RS-AMORT-MONTHLY.
           MOVE CAPITAL-DUE TO RS-OLD-BALANCE.
           MOVE NEW-BALANCE TO RS-NEW-BALANCE.
           MOVE CAPITAL-MONTHS TO RS-OLD-MONTHS.
           MOVE NEW-REMAINING-MONTHS TO RS-REMAINING-MONTHS.
           MOVE PLAN-START-DATE TO RS-START-DATE.
           MOVE DEFERRED-INTEREST TO RS-DEFERRED-INTEREST.
           MOVE UNPAID-FOLDED TO RS-UNPAID-FOLDED.
           MOVE LEDGER-DUE-AFTER TO RS-LEDGER-DUE.
           MOVE LEDGER-RECEIVED-AFTER TO RS-LEDGER-RECEIVED.
           WRITE RESCHEDULE-RECORD.

           CLOSE RESCHEDULE-FILE.

       LOAD-LEDGER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEDGER-COUNT < MAX-LOANS
                           ADD 1 TO LEDGER-COUNT
                           MOVE LG-LOAN-ID TO
                               LE-LOAN-ID (LEDGER-COUNT)
                           MOVE LG-TOTAL-DUE TO
                               LE-TOTAL-DUE (LEDGER-COUNT)
                           MOVE LG-TOTAL-RECEIVED TO
                               LE-TOTAL-RECEIVED (LEDGER-COUNT)
                           MOVE LG-OUTSTANDING TO
                               LE-OUTSTANDING (LEDGER-COUNT)
                           MOVE LG-MISSED-COUNT TO
                               LE-MISSED-COUNT (LEDGER-COUNT)
                           PERFORM LOAD-PREMIUM-FIELDS
                       ELSE
                           DISPLAY 'Livre des soldes trop grand ',
                               'pour la table interne, solde ',
                               'ignore : ' LG-LOAN-ID
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LEDGER-STATUS NOT = '35'
               CLOSE LEDGER-FILE
           END-IF.

      * Les lignes anterieures a l'extension assurance du dessin
      * d'enregistrement n'emportent pas les champs de fin : on
      * les reprend a zero.
       LOAD-PREMIUM-FIELDS.
           IF LG-MONTHLY-PREMIUM NUMERIC
               MOVE LG-MONTHLY-PREMIUM TO
                   LE-MONTHLY-PREMIUM (LEDGER-COUNT)
           ELSE
               MOVE 0 TO LE-MONTHLY-PREMIUM (LEDGER-COUNT)
           END-IF.
           IF LG-PREMIUM-RECEIVED NUMERIC
               MOVE LG-PREMIUM-RECEIVED TO
                   LE-PREMIUM-RECEIVED (LEDGER-COUNT)
           ELSE
               MOVE 0 TO LE-PREMIUM-RECEIVED (LEDGER-COUNT)
           END-IF.
           IF LG-PREMIUM-REMITTED NUMERIC
               MOVE LG-PREMIUM-REMITTED TO
                   LE-PREMIUM-REMITTED (LEDGER-COUNT)
           ELSE
               MOVE 0 TO LE-PREMIUM-REMITTED (LEDGER-COUNT)
           END-IF.

      * Un pret sans ligne au livre des soldes n'a encore rien eu
      * a payer : il n'a pas d'arriere.
       FIND-LEDGER-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO LEDGER-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > LEDGER-COUNT OR ENTRY-FOUND
               IF LE-LOAN-ID (SEARCH-INDEX) = LG-LOAN-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   MOVE SEARCH-INDEX TO LEDGER-INDEX
               END-IF
           END-PERFORM.

       REWRITE-LEDGER.
           OPEN OUTPUT LEDGER-FILE.

           PERFORM VARYING LEDGER-INDEX FROM 1 BY 1
               UNTIL LEDGER-INDEX > LEDGER-COUNT
               MOVE LE-LOAN-ID (LEDGER-INDEX) TO LG-LOAN-ID
               MOVE LE-TOTAL-DUE (LEDGER-INDEX) TO LG-TOTAL-DUE
               MOVE LE-TOTAL-RECEIVED (LEDGER-INDEX) TO
                   LG-TOTAL-RECEIVED
               MOVE LE-OUTSTANDING (LEDGER-INDEX) TO LG-OUTSTANDING
               MOVE LE-MISSED-COUNT (LEDGER-INDEX) TO LG-MISSED-COUNT
               MOVE LE-MONTHLY-PREMIUM (LEDGER-INDEX) TO
                   LG-MONTHLY-PREMIUM
               MOVE LE-PREMIUM-RECEIVED (LEDGER-INDEX) TO
                   LG-PREMIUM-RECEIVED
               MOVE LE-PREMIUM-REMITTED (LEDGER-INDEX) TO
                   LG-PREMIUM-REMITTED
               WRITE LEDGER-RECORD
           END-PERFORM.

           CLOSE LEDGER-FILE.
