      * conservées pour qu'un second passage le même mois ne
      * rappelle pas les prêts déjà appelés ; seules les échéances
      * soldées des mois antérieurs sont purgées.
      * Les prêts construction débloqués par tranches
      * (staged_loans.txt) n'appellent pendant le préfinancement
      * que les intérêts intercalaires sur le capital déjà
      * débloqué ; l'amortissement complet commence au premier
      * appel qui suit la dernière tranche ou la date limite
      * d'achèvement des travaux, la mensualité étant alors
      * recalculée sur le capital réellement débloqué s'il reste
      * en deçà du capital emprunté.
      * Chaque échéance porte sa part d'intérêts, calculée sur le
      * capital restant dû du prêt, et chaque nouvel appel est
      * ajouté à l'historique des appels billing_history.txt, qui
      * n'est jamais purgé et sert à l'attestation annuelle.
      * Les mois couverts par un report d'échéances accordé au
      * guichet (reschedule_history.txt) ne sont pas appelés.
      * Etape de fin de mois de la chaîne de nuit, passée le
      * dernier jour ouvré du mois à la date de traitement
      * (business_date.txt) ; lançable seule. Le code retour vaut
      * 8 en cas d'échec et le compteur d'étape partagé porte le
      * nombre d'échéances appelées.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT STAGED-FILE ASSIGN TO "staged_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT BILLING-HISTORY-FILE ASSIGN TO
               "billing_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RESCHEDULE-FILE ASSIGN TO
               "reschedule_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  BILLING-FILE.
           COPY BILLREC.

       FD  STAGED-FILE.
           COPY STAGEREC.

       FD  BILLING-HISTORY-FILE.
       01  BILLING-HISTORY-LINE PIC X(80).

       FD  RESCHEDULE-FILE.
           COPY RESCREC.

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-BILLING-STATUS PIC XX.
       01  WS-STAGED-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-RESCHEDULE-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.

       77  MONTH_YEAR PIC 99 VALUE 12.
       77  MAX-CALLS PIC 9(5) VALUE 50000.
       77  MAX-LOANS PIC 9(5) VALUE 50000.

       01  RUN-DATE PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
               10  CB-AMOUNT-DUE PIC 9(9)V99.
               10  CB-PREMIUM PIC 9(7)V99.
               10  CB-STATE PIC X.
               10  CB-DEBIT-STATE PIC X.
               10  CB-DEBIT-DATE PIC 9(8).
               10  CB-REJECT-CODE PIC X(4).
               10  CB-REJECT-DATE PIC 9(8).
               10  CB-INTEREST-PART PIC 9(9)V99.

       01  CARRY-INDEX PIC 9(5).
       01  SEARCH-INDEX PIC 9(5).
       01  WS-ALREADY-CALLED PIC X.
           88  ALREADY-CALLED VALUE 'Y'.

      * Dossiers de deblocage echelonne : la phase passe de P a A
      * au premier appel d'amortissement, et le fichier n'est
      * reecrit que si un dossier a change de phase.
       01  STAGED-TABLE.
           05  STAGED-COUNT PIC 9(5) VALUE 0.
           05  STAGED-ENTRY OCCURS 50000 TIMES.
               10  ST-LOAN-ID PIC 9(8).
               10  ST-DEADLINE-DATE PIC 9(8).
               10  ST-RELEASED-AMOUNT PIC 9(9).
               10  ST-TRANCHE-COUNT PIC 99.
               10  ST-PHASE PIC X.
               10  ST-AMORT-START-DATE PIC 9(8).

       01  STAGED-INDEX PIC 9(5).

      * Periodes de report d'echeances (mois de debut et de fin,
      * AAAAMM), tous reamenagements confondus.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-COUNT PIC 9(5) VALUE 0.
           05  HOLIDAY-ENTRY OCCURS 50000 TIMES.
               10  HT-LOAN-ID PIC 9(8).
               10  HT-START-MONTH PIC 9(6).
               10  HT-END-MONTH PIC 9(6).

       01  WS-ON-HOLIDAY PIC X.
           88  ON-HOLIDAY VALUE 'Y'.
       01  WS-STAGED-CHANGED PIC X VALUE 'N'.
           88  STAGED-CHANGED VALUE 'Y'.
       01  WS-PREFINANCING PIC X.
           88  IN-PREFINANCING VALUE 'Y'.

       01  YEAR PIC 99.
       01  LOANED_AMOUNT PIC 9(9).
       01  RATE PIC 99V99.
       01  NUMBER_MONTHLY_PAYMENT PIC 9(4).
       01  MONTHLY_RATE PIC 9V9(6).
       01  MONTHLY_PAYMENT PIC 9(9)V99.
       01  TOTAL_AMOUNT PIC 9(10)V99.

       01  CAPITAL-DUE PIC 9(9)V99.
       01  CAPITAL-MONTHS PIC 9(4).

       01  EXAMINED-COUNT PIC 9(6) VALUE 0.
       01  CARRIED-COUNT PIC 9(6) VALUE 0.
       01  SKIPPED-CALL-COUNT PIC 9(6) VALUE 0.
       01  HOLIDAY-SKIP-COUNT PIC 9(6) VALUE 0.
       01  BILLED-COUNT PIC 9(6) VALUE 0.
       01  PREFINANCING-COUNT PIC 9(6) VALUE 0.
       01  AMORT-STARTED-COUNT PIC 9(6) VALUE 0.
       01  BILLED-AMOUNT-TOTAL PIC 9(13)V99 VALUE 0.
       01  BILLED-PREMIUM-TOTAL PIC 9(13)V99 VALUE 0.
       01  BILLED-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  PREMIUM-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Appel mensuel des echeances des prets ',
               'debloques'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.

           PERFORM LOAD-CARRIED-CALLS.
           PERFORM LOAD-STAGED-LOANS.
           PERFORM LOAD-HOLIDAYS.

           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BILLING-FILE.

           OPEN EXTEND BILLING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT BILLING-HISTORY-FILE
           END-IF.

           PERFORM WRITE-CARRIED-CALLS.

           PERFORM UNTIL END-OF-FILE
           END-PERFORM.

           CLOSE BILLING-FILE.
           CLOSE BILLING-HISTORY-FILE.
           CLOSE LOAN-MASTER-FILE.

           IF STAGED-CHANGED
               PERFORM REWRITE-STAGED-LOANS
           END-IF.

           MOVE BILLED-AMOUNT-TOTAL TO BILLED-TOTAL-DISPLAY.
           MOVE BILLED-PREMIUM-TOTAL TO PREMIUM-TOTAL-DISPLAY.

           DISPLAY 'Echeances reconduites : ' CARRIED-COUNT.
           DISPLAY 'Prets deja appeles ce mois : ',
               SKIPPED-CALL-COUNT.
           DISPLAY 'Prets en report d''echeances : ',
               HOLIDAY-SKIP-COUNT.
           DISPLAY 'Echeances appelees : ' BILLED-COUNT.
           DISPLAY '  dont interets intercalaires : ',
               PREFINANCING-COUNT.
           DISPLAY 'Prets entres en amortissement : ',
               AMORT-STARTED-COUNT.
           DISPLAY 'Montant total appele : ' BILLED-TOTAL-DISPLAY,
               ' €'.
           DISPLAY 'Primes d''assurance appelees : ',
           DISPLAY 'Echeances du mois ecrites dans ',
               'billing_calls.txt'.

           MOVE BILLED-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

      * Reconduction du fichier d'appel existant : les echeances
      * encore ouvertes (A) de tous les mois et toutes celles du
                       'pour la table interne, reconstruction ',
                       'refusee pour ne pas perdre d''echeances ',
                       'ouvertes. Intervention manuelle requise.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CARRY-COUNT
               MOVE BC-LOAN-ID TO CB-LOAN-ID (CARRY-COUNT)
                   MOVE 0 TO CB-PREMIUM (CARRY-COUNT)
               END-IF
               MOVE BC-STATE TO CB-STATE (CARRY-COUNT)
               PERFORM LOAD-CARRIED-DEBIT-FIELDS
           END-IF.

      * Les lignes anterieures au prelevement SEPA n'emportent pas
      * les champs de fin : echeance reprise comme non presentee.
       LOAD-CARRIED-DEBIT-FIELDS.
           IF BC-DEBIT-SENT OR BC-DEBIT-COLLECTED OR
                   BC-DEBIT-REJECTED
               MOVE BC-DEBIT-STATE TO CB-DEBIT-STATE (CARRY-COUNT)
           ELSE
               MOVE SPACE TO CB-DEBIT-STATE (CARRY-COUNT)
           END-IF.
           IF BC-DEBIT-DATE NUMERIC
               MOVE BC-DEBIT-DATE TO CB-DEBIT-DATE (CARRY-COUNT)
           ELSE
               MOVE 0 TO CB-DEBIT-DATE (CARRY-COUNT)
           END-IF.
           MOVE BC-REJECT-CODE TO CB-REJECT-CODE (CARRY-COUNT).
           IF BC-REJECT-DATE NUMERIC
               MOVE BC-REJECT-DATE TO CB-REJECT-DATE (CARRY-COUNT)
           ELSE
               MOVE 0 TO CB-REJECT-DATE (CARRY-COUNT)
           END-IF.
           IF BC-INTEREST-PART NUMERIC
               MOVE BC-INTEREST-PART TO CB-INTEREST-PART (CARRY-COUNT)
           ELSE
               MOVE 0 TO CB-INTEREST-PART (CARRY-COUNT)
           END-IF.

       WRITE-CARRIED-CALLS.
               MOVE CB-AMOUNT-DUE (CARRY-INDEX) TO BC-AMOUNT-DUE
               MOVE CB-PREMIUM (CARRY-INDEX) TO BC-PREMIUM
               MOVE CB-STATE (CARRY-INDEX) TO BC-STATE
               MOVE CB-DEBIT-STATE (CARRY-INDEX) TO BC-DEBIT-STATE
               MOVE CB-DEBIT-DATE (CARRY-INDEX) TO BC-DEBIT-DATE
               MOVE CB-REJECT-CODE (CARRY-INDEX) TO BC-REJECT-CODE
               MOVE CB-REJECT-DATE (CARRY-INDEX) TO BC-REJECT-DATE
               MOVE CB-INTEREST-PART (CARRY-INDEX) TO
                   BC-INTEREST-PART
               WRITE BILLING-RECORD
               ADD 1 TO CARRIED-COUNT
           END-PERFORM.
           IF ALREADY-CALLED
               ADD 1 TO SKIPPED-CALL-COUNT
           ELSE
               PERFORM CHECK-HOLIDAY
               IF ON-HOLIDAY
                   ADD 1 TO HOLIDAY-SKIP-COUNT
               ELSE
                   PERFORM CHECK-PREFINANCING
                   PERFORM WRITE-ONE-CALL
               END-IF
           END-IF.

      * Le mois du passage tombe-t-il dans un report d'echeances
      * accorde a ce pret ?
       CHECK-HOLIDAY.
           MOVE 'N' TO WS-ON-HOLIDAY.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > HOLIDAY-COUNT OR ON-HOLIDAY
               IF HT-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID AND
                       RUN-MONTH NOT < HT-START-MONTH (SEARCH-INDEX)
                       AND RUN-MONTH NOT > HT-END-MONTH (SEARCH-INDEX)
                   MOVE 'Y' TO WS-ON-HOLIDAY
               END-IF
           END-PERFORM.

      * Un pret construction reste en prefinancement tant qu'une
      * partie du capital n'est pas debloquee et que la date
      * limite d'achevement des travaux n'est pas depassee ; sinon
      * l'amortissement commence avec cet appel.
       CHECK-PREFINANCING.
           MOVE 'N' TO WS-PREFINANCING.
           PERFORM FIND-STAGED-ENTRY.

           IF STAGED-INDEX > 0
               IF ST-PHASE (STAGED-INDEX) = 'P'
                   IF ST-RELEASED-AMOUNT (STAGED-INDEX) <
                           LM-LOANED-AMOUNT AND
                           RUN-DATE NOT >
                               ST-DEADLINE-DATE (STAGED-INDEX)
                       MOVE 'Y' TO WS-PREFINANCING
                   ELSE
                       PERFORM START-AMORTIZATION
                   END-IF
               END-IF
           END-IF.

      * Fin du prefinancement : si les travaux s'achevent sans que
      * tout le capital ait ete appele, le reste n'est plus verse
      * et la mensualite est recalculee sur le capital debloque,
      * sur toute la duree du pret ; la fiche porte alors ce
      * capital comme point de depart de l'echeancier.
       START-AMORTIZATION.
           MOVE 'A' TO ST-PHASE (STAGED-INDEX).
           MOVE RUN-DATE TO ST-AMORT-START-DATE (STAGED-INDEX).
           MOVE 'Y' TO WS-STAGED-CHANGED.
           ADD 1 TO AMORT-STARTED-COUNT.

           IF ST-RELEASED-AMOUNT (STAGED-INDEX) < LM-LOANED-AMOUNT
               MOVE LM-TERM-YEARS TO YEAR
               MOVE ST-RELEASED-AMOUNT (STAGED-INDEX) TO
                   LOANED_AMOUNT
               MOVE LM-RATE-USED TO RATE
               CALL 'LOANCALC' USING YEAR, LOANED_AMOUNT, RATE,
                   NUMBER_MONTHLY_PAYMENT, MONTHLY_RATE,
                   MONTHLY_PAYMENT, TOTAL_AMOUNT
               MOVE MONTHLY_PAYMENT TO LM-MONTHLY-PAYMENT
               MOVE TOTAL_AMOUNT TO LM-TOTAL-AMOUNT
               MOVE LOANED_AMOUNT TO LM-BALANCE-AT-REVIEW
               MOVE NUMBER_MONTHLY_PAYMENT TO LM-REMAINING-MONTHS
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Erreur lors de la mise a jour du ',
                           'pret ' LM-LOAN-ID
               END-REWRITE
               DISPLAY 'Pret ' LM-LOAN-ID ' : travaux acheves ',
                   'sans deblocage complet, mensualite ',
                   'recalculee sur le capital debloque.'
           END-IF.

      * En prefinancement, l'echeance ne porte que les interets
      * intercalaires du mois sur le capital deja debloque, au
      * taux mensuel equivalent de l'echeancier : elle est tout
      * entiere en interets.
       WRITE-ONE-CALL.
           MOVE LM-LOAN-ID TO BC-LOAN-ID.
           MOVE RUN-DATE TO BC-DUE-DATE.

           IF IN-PREFINANCING
               COMPUTE MONTHLY_RATE ROUNDED =
                   (1 + LM-RATE-USED / 100) ** (1 / MONTH_YEAR) - 1
               COMPUTE BC-AMOUNT-DUE ROUNDED =
                   ST-RELEASED-AMOUNT (STAGED-INDEX) * MONTHLY_RATE
               MOVE BC-AMOUNT-DUE TO BC-INTEREST-PART
               ADD 1 TO PREFINANCING-COUNT
           ELSE
               MOVE LM-MONTHLY-PAYMENT TO BC-AMOUNT-DUE
               PERFORM COMPUTE-INTEREST-PART
           END-IF.

           IF LM-INSURANCE-RATE > 0
               COMPUTE BC-PREMIUM ROUNDED =
           END-IF.

           MOVE 'A' TO BC-STATE.
           MOVE SPACE TO BC-DEBIT-STATE.
           MOVE 0 TO BC-DEBIT-DATE.
           MOVE SPACES TO BC-REJECT-CODE.
           MOVE 0 TO BC-REJECT-DATE.

           WRITE BILLING-RECORD.
           WRITE BILLING-HISTORY-LINE FROM BILLING-RECORD.

           ADD 1 TO BILLED-COUNT.
           ADD BC-AMOUNT-DUE TO BILLED-AMOUNT-TOTAL.
           ADD BC-PREMIUM TO BILLED-PREMIUM-TOTAL.

      * Part d'interets de l'echeance d'amortissement. L'appel
      * passe en fin de mois, apres la date anniversaire : le
      * capital restant du au jour de l'appel, refait sur
      * l'echeancier du pret, est celui qui reste une fois
      * l'echeance du mois imputee. Le capital avant echeance en
      * est deduit (capital apres + mensualite, divise par 1 +
      * taux mensuel), et les interets du mois sont ce capital au
      * taux mensuel en vigueur, dans la limite de l'echeance.
       COMPUTE-INTEREST-PART.
           CALL 'CAPDUE' USING LOAN-MASTER-RECORD, RUN-DATE,
               CAPITAL-DUE, CAPITAL-MONTHS.

           COMPUTE MONTHLY_RATE ROUNDED =
               (1 + LM-RATE-USED / 100) ** (1 / MONTH_YEAR) - 1.
           COMPUTE BC-INTEREST-PART ROUNDED =
               (CAPITAL-DUE + BC-AMOUNT-DUE) * MONTHLY_RATE /
               (1 + MONTHLY_RATE).

           IF BC-INTEREST-PART > BC-AMOUNT-DUE
               MOVE BC-AMOUNT-DUE TO BC-INTEREST-PART
           END-IF.

       FIND-STAGED-ENTRY.
           MOVE 0 TO STAGED-INDEX.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > STAGED-COUNT OR STAGED-INDEX > 0
               IF ST-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID
                   MOVE SEARCH-INDEX TO STAGED-INDEX
               END-IF
           END-PERFORM.

       LOAD-STAGED-LOANS.
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
                       IF STAGED-COUNT >= MAX-LOANS
                           DISPLAY 'Erreur : fichier des dossiers ',
                               'de deblocage trop grand pour la ',
                               'table interne, appel refuse.'
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO STAGED-COUNT
                       MOVE SG-LOAN-ID TO ST-LOAN-ID (STAGED-COUNT)
                       MOVE SG-DEADLINE-DATE TO
                           ST-DEADLINE-DATE (STAGED-COUNT)
                       MOVE SG-RELEASED-AMOUNT TO
                           ST-RELEASED-AMOUNT (STAGED-COUNT)
                       MOVE SG-TRANCHE-COUNT TO
                           ST-TRANCHE-COUNT (STAGED-COUNT)
                       MOVE SG-PHASE TO ST-PHASE (STAGED-COUNT)
                       MOVE SG-AMORT-START-DATE TO
                           ST-AMORT-START-DATE (STAGED-COUNT)
               END-READ
           END-PERFORM.

           IF WS-STAGED-STATUS NOT = '35'
               CLOSE STAGED-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

      * Seuls les reports d'echeances comptent ici ; un
      * allongement n'interrompt pas les appels.
       LOAD-HOLIDAYS.
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
                       IF RS-REPORT
                           IF HOLIDAY-COUNT >= MAX-LOANS
                               DISPLAY 'Erreur : historique des ',
                                   'reamenagements trop grand pour ',
                                   'la table interne, appel refuse.'
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE RS-LOAN-ID TO
                               HT-LOAN-ID (HOLIDAY-COUNT)
                           MOVE RS-HOLIDAY-START TO
                               HT-START-MONTH (HOLIDAY-COUNT)
                           MOVE RS-HOLIDAY-END TO
                               HT-END-MONTH (HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RESCHEDULE-STATUS NOT = '35'
               CLOSE RESCHEDULE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       REWRITE-STAGED-LOANS.
           OPEN OUTPUT STAGED-FILE.

           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > STAGED-COUNT
               MOVE ST-LOAN-ID (SEARCH-INDEX) TO SG-LOAN-ID
               MOVE ST-DEADLINE-DATE (SEARCH-INDEX) TO
                   SG-DEADLINE-DATE
               MOVE ST-RELEASED-AMOUNT (SEARCH-INDEX) TO
                   SG-RELEASED-AMOUNT
               MOVE ST-TRANCHE-COUNT (SEARCH-INDEX) TO
                   SG-TRANCHE-COUNT
               MOVE ST-PHASE (SEARCH-INDEX) TO SG-PHASE
               MOVE ST-AMORT-START-DATE (SEARCH-INDEX) TO
                   SG-AMORT-START-DATE
               WRITE STAGED-LOAN-RECORD
           END-PERFORM.

           CLOSE STAGED-FILE.
