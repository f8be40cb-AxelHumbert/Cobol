       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPDUE.
       AUTHOR. Axel.

      * Capital restant du d'un pret a une date donnee, et nombre
      * d'echeances restant a courir a cette date. L'echeancier
      * contractuel est refait depuis le dernier evenement connu
      * du pret anterieur ou egal a la date demandee : mise en
      * amortissement (premier deblocage, ou fin du
      * prefinancement d'un pret construction), revision de taux
      * (rate_revision_history.txt), remboursement anticipe
      * (prepayment_history.txt) ou reamenagement
      * (reschedule_history.txt), chacun portant le capital et la
      * duree restante qu'il a laisses ; les mois ecoules depuis
      * le depart de l'echeancier qu'il ouvre sont amortis au taux
      * et a la mensualite alors en vigueur (apres un report
      * d'echeances, ce depart suit les mois reportes). Pendant
      * le prefinancement, le capital du est le capital deja
      * debloque. Un pret non debloque, annule ou solde a la date
      * demandee ne doit rien. Les historiques sont charges une
      * seule fois par passage, au premier appel, comme la grille
      * des taux.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION-FILE ASSIGN TO
               "rate_revision_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.

           SELECT PREPAY-HISTORY-FILE ASSIGN TO
               "prepayment_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREPAY-STATUS.

           SELECT STAGED-FILE ASSIGN TO "staged_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO "disbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

           SELECT RESCHEDULE-FILE ASSIGN TO
               "reschedule_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-FILE.
           COPY REVREC.

       FD  PREPAY-HISTORY-FILE.
           COPY PREPREC.

       FD  STAGED-FILE.
           COPY STAGEREC.

       FD  DISBURSEMENT-FILE.
           COPY DISBREC.

       FD  RESCHEDULE-FILE.
           COPY RESCREC.

       WORKING-STORAGE SECTION.

       01  WS-REVISION-STATUS PIC XX.
       01  WS-PREPAY-STATUS PIC XX.
       01  WS-STAGED-STATUS PIC XX.
       01  WS-DISBURSEMENT-STATUS PIC XX.
       01  WS-RESCHEDULE-STATUS PIC XX.

       01  WS-EOF PIC X.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-TABLE-LOADED PIC X VALUE 'N'.
           88  TABLE-LOADED VALUE 'Y'.

       77  MONTH_YEAR PIC 99 VALUE 12.
       77  MAX-EVENTS PIC 9(5) VALUE 50000.

      * Evenements de l'echeancier, tous fichiers confondus.
      * EV-TYPE : O = mise en amortissement (capital de depart a
      * zero = capital emprunte), F = prefinancement en cours
      * (capital debloque), R = revision de taux, A = remboursement
      * anticipe (taux et mensualite inchanges), E = reamenagement
      * (nouveau taux de reference et mensualite d'amortissement,
      * comme une revision). EV-START-DATE est le depart de
      * l'echeancier ouvert par un reamenagement, posterieur a sa
      * date apres un report d'echeances ; a zero, l'echeancier
      * part de la date de l'evenement.
       01  EVENT-TABLE.
           05  EVENT-COUNT PIC 9(5) VALUE 0.
           05  EVENT-ENTRY OCCURS 50000 TIMES.
               10  EV-LOAN-ID PIC 9(8).
               10  EV-TYPE PIC X.
               10  EV-DATE PIC 9(8).
               10  EV-START-DATE PIC 9(8).
               10  EV-BALANCE PIC 9(9)V99.
               10  EV-MONTHS PIC 9(4).
               10  EV-RATE PIC 99V99.
               10  EV-MONTHLY PIC 9(9)V99.

       01  EVENT-INDEX PIC 9(5).
       01  ORIGIN-INDEX PIC 9(5).
       01  PREFINANCING-INDEX PIC 9(5).
       01  LAST-EVENT-INDEX PIC 9(5).
       01  LAST-REVISION-INDEX PIC 9(5).

       01  ANCHOR-DATE PIC 9(8).
       01  ANCHOR-DATE-PARTS REDEFINES ANCHOR-DATE.
           05  ANCHOR-YEAR PIC 9(4).
           05  ANCHOR-MONTH PIC 99.
           05  ANCHOR-DAY PIC 99.
       01  AS-OF-DATE PIC 9(8).
       01  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
           05  AS-OF-YEAR PIC 9(4).
           05  AS-OF-MONTH PIC 99.
           05  AS-OF-DAY PIC 99.

       01  ANCHOR-BALANCE PIC 9(9)V99.
       01  ANCHOR-MONTHS PIC 9(4).
       01  ANCHOR-RATE PIC 99V99.
       01  ANCHOR-MONTHLY PIC 9(9)V99.
       01  ELAPSED-MONTHS PIC S9(5).
       01  PAYMENT-NUMBER PIC 9(4).
       01  REMAINING-BALANCE PIC 9(9)V99.
       01  INTEREST-PORTION PIC 9(9)V99.
       01  PRINCIPAL-PORTION PIC 9(9)V99.

       01  YEAR PIC 99.
       01  LOANED_AMOUNT PIC 9(9).
       01  RATE PIC 99V99.
       01  NUMBER_MONTHLY_PAYMENT PIC 9(4).
       01  MONTHLY_RATE PIC 9V9(6).
       01  MONTHLY_PAYMENT PIC 9(9)V99.
       01  TOTAL_AMOUNT PIC 9(10)V99.

       LINKAGE SECTION.

           COPY LOANREC.
       01  LK-AS-OF-DATE PIC 9(8).
       01  LK-CAPITAL-DUE PIC 9(9)V99.
       01  LK-REMAINING-MONTHS PIC 9(4).

       PROCEDURE DIVISION USING LOAN-MASTER-RECORD, LK-AS-OF-DATE,
           LK-CAPITAL-DUE, LK-REMAINING-MONTHS.

       COMPUTE-CAPITAL-DUE.
           IF NOT TABLE-LOADED
               PERFORM LOAD-EVENTS
               MOVE 'Y' TO WS-TABLE-LOADED
           END-IF.

           MOVE 0 TO LK-CAPITAL-DUE.
           MOVE 0 TO LK-REMAINING-MONTHS.
           MOVE LK-AS-OF-DATE TO AS-OF-DATE.

      *    Rien n'est du sur un pret jamais debloque ou annule, ni
      *    sur un pret solde a la date demandee.
           IF NOT LM-DEBLOQUE AND NOT LM-SOLDE
               GOBACK
           END-IF.
           IF LM-SOLDE AND LM-STATUS-DATE NOT > AS-OF-DATE
               GOBACK
           END-IF.

           PERFORM FIND-LOAN-EVENTS.

           IF PREFINANCING-INDEX > 0
               MOVE EV-BALANCE (PREFINANCING-INDEX) TO
                   LK-CAPITAL-DUE
               COMPUTE LK-REMAINING-MONTHS =
                   LM-TERM-YEARS * MONTH_YEAR
               GOBACK
           END-IF.

           PERFORM SET-ORIGIN-ANCHOR.

           IF ANCHOR-DATE > AS-OF-DATE
      *        Date demandee anterieure a la mise en amortissement :
      *        le capital debloque est du en entier.
               MOVE ANCHOR-BALANCE TO LK-CAPITAL-DUE
               MOVE ANCHOR-MONTHS TO LK-REMAINING-MONTHS
               GOBACK
           END-IF.

           IF LAST-REVISION-INDEX > 0
               MOVE EV-RATE (LAST-REVISION-INDEX) TO ANCHOR-RATE
               MOVE EV-MONTHLY (LAST-REVISION-INDEX) TO
                   ANCHOR-MONTHLY
           END-IF.

           IF LAST-EVENT-INDEX > 0
               IF EV-START-DATE (LAST-EVENT-INDEX) > 0
                   MOVE EV-START-DATE (LAST-EVENT-INDEX) TO
                       ANCHOR-DATE
               ELSE
                   MOVE EV-DATE (LAST-EVENT-INDEX) TO ANCHOR-DATE
               END-IF
               MOVE EV-BALANCE (LAST-EVENT-INDEX) TO ANCHOR-BALANCE
               MOVE EV-MONTHS (LAST-EVENT-INDEX) TO ANCHOR-MONTHS
           END-IF.

           PERFORM AMORTIZE-FROM-ANCHOR.

           MOVE REMAINING-BALANCE TO LK-CAPITAL-DUE.
           COMPUTE LK-REMAINING-MONTHS =
               ANCHOR-MONTHS - ELAPSED-MONTHS.

           GOBACK.

      * Repere les evenements du pret : mise en amortissement,
      * prefinancement encore en cours a la date demandee, et
      * derniers revision et evenement (revision, remboursement
      * anticipe ou reamenagement) anterieurs ou egaux a cette
      * date.
       FIND-LOAN-EVENTS.
           MOVE 0 TO ORIGIN-INDEX.
           MOVE 0 TO PREFINANCING-INDEX.
           MOVE 0 TO LAST-EVENT-INDEX.
           MOVE 0 TO LAST-REVISION-INDEX.

           PERFORM VARYING EVENT-INDEX FROM 1 BY 1
               UNTIL EVENT-INDEX > EVENT-COUNT
               IF EV-LOAN-ID (EVENT-INDEX) = LM-LOAN-ID
                   EVALUATE EV-TYPE (EVENT-INDEX)
                       WHEN 'O'
                           IF ORIGIN-INDEX = 0
                               MOVE EVENT-INDEX TO ORIGIN-INDEX
                           END-IF
                       WHEN 'F'
                           MOVE EVENT-INDEX TO PREFINANCING-INDEX
                       WHEN OTHER
                           IF EV-DATE (EVENT-INDEX) NOT > AS-OF-DATE
                               PERFORM KEEP-LATEST-EVENT
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       KEEP-LATEST-EVENT.
           IF LAST-EVENT-INDEX = 0
               MOVE EVENT-INDEX TO LAST-EVENT-INDEX
           ELSE
               IF EV-DATE (EVENT-INDEX) NOT <
                       EV-DATE (LAST-EVENT-INDEX)
                   MOVE EVENT-INDEX TO LAST-EVENT-INDEX
               END-IF
           END-IF.

           IF EV-TYPE (EVENT-INDEX) = 'R' OR
                   EV-TYPE (EVENT-INDEX) = 'E'
               IF LAST-REVISION-INDEX = 0
                   MOVE EVENT-INDEX TO LAST-REVISION-INDEX
               ELSE
                   IF EV-DATE (EVENT-INDEX) NOT <
                           EV-DATE (LAST-REVISION-INDEX)
                       MOVE EVENT-INDEX TO LAST-REVISION-INDEX
                   END-IF
               END-IF
           END-IF.

      * Echeancier d'origine : capital emprunte (ou capital
      * debloque a la fin du prefinancement) sur toute la duree,
      * au taux initial pour un pret revisable. A defaut de
      * deblocage connu, l'echeancier part de la date du pret.
       SET-ORIGIN-ANCHOR.
           MOVE LM-TERM-YEARS TO YEAR.
           MOVE LM-LOANED-AMOUNT TO LOANED_AMOUNT.
           MOVE LM-LOAN-DATE TO ANCHOR-DATE.

           IF ORIGIN-INDEX > 0
               MOVE EV-DATE (ORIGIN-INDEX) TO ANCHOR-DATE
               IF EV-BALANCE (ORIGIN-INDEX) > 0
                   MOVE EV-BALANCE (ORIGIN-INDEX) TO LOANED_AMOUNT
               END-IF
           END-IF.

           IF LM-TAUX-REVISABLE AND LM-INITIAL-RATE > 0
               MOVE LM-INITIAL-RATE TO RATE
           ELSE
               MOVE LM-RATE-USED TO RATE
           END-IF.

           CALL 'LOANCALC' USING YEAR, LOANED_AMOUNT, RATE,
               NUMBER_MONTHLY_PAYMENT, MONTHLY_RATE, MONTHLY_PAYMENT,
               TOTAL_AMOUNT.

           MOVE LOANED_AMOUNT TO ANCHOR-BALANCE.
           MOVE NUMBER_MONTHLY_PAYMENT TO ANCHOR-MONTHS.
           MOVE RATE TO ANCHOR-RATE.
           MOVE MONTHLY_PAYMENT TO ANCHOR-MONTHLY.

      * Une echeance par mois entier ecoule depuis l'evenement,
      * dans la limite de la duree restante, comme la revision de
      * taux fait courir l'amortissement entre deux revisions.
       AMORTIZE-FROM-ANCHOR.
           COMPUTE ELAPSED-MONTHS =
               (AS-OF-YEAR * 12 + AS-OF-MONTH) -
               (ANCHOR-YEAR * 12 + ANCHOR-MONTH).
           IF AS-OF-DAY < ANCHOR-DAY
               SUBTRACT 1 FROM ELAPSED-MONTHS
           END-IF.
           IF ELAPSED-MONTHS < 0
               MOVE 0 TO ELAPSED-MONTHS
           END-IF.
           IF ELAPSED-MONTHS > ANCHOR-MONTHS
               MOVE ANCHOR-MONTHS TO ELAPSED-MONTHS
           END-IF.

           COMPUTE MONTHLY_RATE ROUNDED =
               (1 + ANCHOR-RATE / 100) ** (1 / MONTH_YEAR) - 1.

           MOVE ANCHOR-BALANCE TO REMAINING-BALANCE.

           PERFORM VARYING PAYMENT-NUMBER FROM 1 BY 1
               UNTIL PAYMENT-NUMBER > ELAPSED-MONTHS

               COMPUTE INTEREST-PORTION ROUNDED =
                   REMAINING-BALANCE * MONTHLY_RATE

               COMPUTE PRINCIPAL-PORTION ROUNDED =
                   ANCHOR-MONTHLY - INTEREST-PORTION

               IF PRINCIPAL-PORTION > REMAINING-BALANCE
                   MOVE REMAINING-BALANCE TO PRINCIPAL-PORTION
               END-IF

               SUBTRACT PRINCIPAL-PORTION FROM REMAINING-BALANCE
           END-PERFORM.

           IF ELAPSED-MONTHS = ANCHOR-MONTHS
               MOVE 0 TO REMAINING-BALANCE
           END-IF.

       LOAD-EVENTS.
           PERFORM LOAD-STAGED-EVENTS.
           PERFORM LOAD-DISBURSEMENT-EVENTS.
           PERFORM LOAD-REVISION-EVENTS.
           PERFORM LOAD-PREPAYMENT-EVENTS.
           PERFORM LOAD-RESCHEDULE-EVENTS.

       ADD-EVENT.
           IF EVENT-COUNT >= MAX-EVENTS
               DISPLAY 'Historiques de l''echeancier trop grands ',
                   'pour la table interne, evenement ignore.'
               MOVE 0 TO EVENT-INDEX
           ELSE
               ADD 1 TO EVENT-COUNT
               MOVE EVENT-COUNT TO EVENT-INDEX
               MOVE 0 TO EV-BALANCE (EVENT-INDEX)
               MOVE 0 TO EV-MONTHS (EVENT-INDEX)
               MOVE 0 TO EV-RATE (EVENT-INDEX)
               MOVE 0 TO EV-MONTHLY (EVENT-INDEX)
               MOVE 0 TO EV-START-DATE (EVENT-INDEX)
           END-IF.

      * Un pret construction en amortissement part de la date de
      * fin du prefinancement, sur le capital reellement debloque.
       LOAD-STAGED-EVENTS.
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
                       PERFORM ADD-EVENT
                       IF EVENT-INDEX > 0
                           MOVE SG-LOAN-ID TO EV-LOAN-ID (EVENT-INDEX)
                           MOVE SG-RELEASED-AMOUNT TO
                               EV-BALANCE (EVENT-INDEX)
                           IF SG-AMORTISSEMENT
                               MOVE 'O' TO EV-TYPE (EVENT-INDEX)
                               MOVE SG-AMORT-START-DATE TO
                                   EV-DATE (EVENT-INDEX)
                           ELSE
                               MOVE 'F' TO EV-TYPE (EVENT-INDEX)
                               MOVE SG-DEADLINE-DATE TO
                                   EV-DATE (EVENT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-STAGED-STATUS NOT = '35'
               CLOSE STAGED-FILE
           END-IF.

      * Premiere tranche d'un pret debloque en une fois : date de
      * depart de l'echeancier. Les tranches d'un pret construction
      * sont deja couvertes par son dossier de deblocage, charge
      * avant et retenu en priorite.
       LOAD-DISBURSEMENT-EVENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DISBURSEMENT-FILE.
           IF WS-DISBURSEMENT-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ DISBURSEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DB-TRANCHE-NUMBER = 1
                           PERFORM ADD-EVENT
                           IF EVENT-INDEX > 0
                               MOVE DB-LOAN-ID TO
                                   EV-LOAN-ID (EVENT-INDEX)
                               MOVE 'O' TO EV-TYPE (EVENT-INDEX)
                               MOVE DB-DATE TO EV-DATE (EVENT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DISBURSEMENT-STATUS NOT = '35'
               CLOSE DISBURSEMENT-FILE
           END-IF.

       LOAD-REVISION-EVENTS.
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
                       PERFORM ADD-EVENT
                       IF EVENT-INDEX > 0
                           MOVE RV-LOAN-ID TO EV-LOAN-ID (EVENT-INDEX)
                           MOVE 'R' TO EV-TYPE (EVENT-INDEX)
                           MOVE RV-REVISION-DATE TO
                               EV-DATE (EVENT-INDEX)
                           MOVE RV-BALANCE TO EV-BALANCE (EVENT-INDEX)
                           MOVE RV-REMAINING-MONTHS TO
                               EV-MONTHS (EVENT-INDEX)
                           MOVE RV-NEW-RATE TO EV-RATE (EVENT-INDEX)
                           MOVE RV-NEW-MONTHLY TO
                               EV-MONTHLY (EVENT-INDEX)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REVISION-STATUS NOT = '35'
               CLOSE REVISION-FILE
           END-IF.

       LOAD-PREPAYMENT-EVENTS.
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
                       PERFORM ADD-EVENT
                       IF EVENT-INDEX > 0
                           MOVE PP-LOAN-ID TO EV-LOAN-ID (EVENT-INDEX)
                           MOVE 'A' TO EV-TYPE (EVENT-INDEX)
                           MOVE PP-DATE TO EV-DATE (EVENT-INDEX)
                           MOVE PP-BALANCE-AFTER TO
                               EV-BALANCE (EVENT-INDEX)
                           MOVE PP-REMAINING-MONTHS TO
                               EV-MONTHS (EVENT-INDEX)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PREPAY-STATUS NOT = '35'
               CLOSE PREPAY-HISTORY-FILE
           END-IF.

       LOAD-RESCHEDULE-EVENTS.
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
                       PERFORM ADD-EVENT
                       IF EVENT-INDEX > 0
                           MOVE RS-LOAN-ID TO EV-LOAN-ID (EVENT-INDEX)
                           MOVE 'E' TO EV-TYPE (EVENT-INDEX)
                           MOVE RS-DATE TO EV-DATE (EVENT-INDEX)
                           MOVE RS-START-DATE TO
                               EV-START-DATE (EVENT-INDEX)
                           MOVE RS-NEW-BALANCE TO
                               EV-BALANCE (EVENT-INDEX)
                           MOVE RS-REMAINING-MONTHS TO
                               EV-MONTHS (EVENT-INDEX)
                           MOVE RS-RATE TO EV-RATE (EVENT-INDEX)
                           MOVE RS-AMORT-MONTHLY TO
                               EV-MONTHLY (EVENT-INDEX)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RESCHEDULE-STATUS NOT = '35'
               CLOSE RESCHEDULE-FILE
           END-IF.
