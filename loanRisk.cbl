       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanRisk.
       AUTHOR. Axel.

      * Classement mensuel des risques et provisions : chaque pret
      * debloque est classe sain (1), sensible (2) ou douteux et
      * contentieux (3) d'apres son arriere au livre des soldes
      * (reste du, echeances manquees) et sa memoire des relances
      * (anciennete de l'arriere, dernier niveau envoye). Un pret
      * en arriere est sensible ; il devient douteux au-dela de
      * 90 jours d'arriere, a la transmission au contentieux ou a
      * la troisieme echeance manquee. Un declassement est
      * durable : le pret ne remonte qu'une fois l'arriere
      * entierement solde. Le capital expose (capital restant du
      * plus arriere) est provisionne au taux de sa classe, lu
      * dans risk_rates.txt (a defaut, les taux de secours
      * ci-dessous). L'etat risk_report.txt donne par classe le
      * nombre, le capital expose et la provision, avec la
      * variation sur l'arrete precedent et les mouvements du mois
      * (declassements, reclassements, entrees, sorties), puis la
      * liste des prets sensibles et douteux. Le classement du
      * mois est conserve dans risk_history.txt ; un second
      * passage le meme mois remplace celui du mois. Passe apres
      * l'enregistrement des reglements et les relances.
      * Etape de fin de mois de la chaine de nuit, passee le
      * dernier jour ouvre du mois a la date de traitement
      * (business_date.txt) ; lancable seule. Le code retour vaut
      * 8 en cas d'echec et le compteur d'etape partage porte le
      * nombre de prets classes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               ALTERNATE RECORD KEY IS LM-APPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "loan_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REMINDER-FILE ASSIGN TO "reminder_state.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMINDER-STATUS.

           SELECT PROVISION-RATE-FILE ASSIGN TO "risk_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVISION-RATE-STATUS.

           SELECT RISK-HISTORY-FILE ASSIGN TO "risk_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-HISTORY-STATUS.

           SELECT RISK-WORK-FILE ASSIGN TO "risk_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "risk_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  REMINDER-FILE.
           COPY REMREC.

       FD  PROVISION-RATE-FILE.
           COPY PROVREC.

       FD  RISK-HISTORY-FILE.
           COPY RISKREC.

       FD  RISK-WORK-FILE.
       01  RISK-WORK-LINE PIC X(49).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-REMINDER-STATUS PIC XX.
       01  WS-PROVISION-RATE-STATUS PIC XX.
       01  WS-RISK-HISTORY-STATUS PIC XX.
       01  WS-RISK-WORK-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-HISTORY-PRESENT PIC X VALUE 'N'.
           88  HISTORY-PRESENT VALUE 'Y'.

       77  MAX-LOANS PIC 9(5) VALUE 50000.
       77  DOUBTFUL-AGE-DAYS PIC 9(3) VALUE 90.
       77  DOUBTFUL-MISSED-COUNT PIC 9(3) VALUE 3.
       77  LITIGATION-LEVEL PIC 9 VALUE 3.

      * Taux de provision de secours par classe, en pourcentage du
      * capital expose, si risk_rates.txt manque ou omet une
      * classe.
       01  PROVISION-RATE-VALUES.
           05  FILLER PIC 999V99 VALUE 0.50.
           05  FILLER PIC 999V99 VALUE 5.00.
           05  FILLER PIC 999V99 VALUE 50.00.
       01  PROVISION-RATE-TABLE REDEFINES PROVISION-RATE-VALUES.
           05  PROVISION-RATE PIC 999V99 OCCURS 3 TIMES.

       01  CLASS-LABEL-VALUES.
           05  FILLER PIC X(20) VALUE 'Sain'.
           05  FILLER PIC X(20) VALUE 'Sensible'.
           05  FILLER PIC X(20) VALUE 'Douteux/contentieux'.
       01  CLASS-LABEL-TABLE REDEFINES CLASS-LABEL-VALUES.
           05  CLASS-LABEL PIC X(20) OCCURS 3 TIMES.

      * Totaux par classe, du mois et de l'arrete precedent.
       01  CLASS-TOTAL-TABLE.
           05  CLASS-TOTAL-ENTRY OCCURS 3 TIMES.
               10  CT-COUNT PIC 9(6).
               10  CT-CAPITAL PIC 9(13)V99.
               10  CT-PROVISION PIC 9(13)V99.
               10  CT-PREV-COUNT PIC 9(6).
               10  CT-PREV-CAPITAL PIC 9(13)V99.
               10  CT-PREV-PROVISION PIC 9(13)V99.

      * Solde de chaque pret au livre des soldes.
       01  LEDGER-TABLE.
           05  LEDGER-COUNT PIC 9(5) VALUE 0.
           05  LEDGER-ENTRY OCCURS 50000 TIMES.
               10  LE-LOAN-ID PIC 9(8).
               10  LE-OUTSTANDING PIC 9(10)V99.
               10  LE-MISSED-COUNT PIC 9(3).

      * Memoire des relances : anciennete et niveau de l'arriere.
       01  REMINDER-TABLE.
           05  REMINDER-COUNT PIC 9(5) VALUE 0.
           05  REMINDER-ENTRY OCCURS 50000 TIMES.
               10  RT-LOAN-ID PIC 9(8).
               10  RT-ARREAR-START-DATE PIC 9(8).
               10  RT-LAST-LEVEL PIC 9.

      * Classement de l'arrete precedent, le dernier mois anterieur
      * au mois courant present dans l'historique. PT-SEEN marque
      * les prets retrouves ce mois ; les autres sont sortis.
       01  PREVIOUS-TABLE.
           05  PREVIOUS-COUNT PIC 9(5) VALUE 0.
           05  PREVIOUS-ENTRY OCCURS 50000 TIMES.
               10  PT-LOAN-ID PIC 9(8).
               10  PT-CLASS PIC 9.
               10  PT-CLASS-SINCE PIC 9(8).
               10  PT-CAPITAL PIC 9(11)V99.
               10  PT-PROVISION PIC 9(11)V99.
               10  PT-SEEN PIC X.

       01  PREVIOUS-MONTH PIC 9(6) VALUE 0.
       01  RUN-DATE PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05  RUN-MONTH PIC 9(6).
           05  FILLER PIC 99.
       01  RUN-DAY-NUMBER PIC 9(7).
       01  START-DAY-NUMBER PIC 9(7).
       01  ARREAR-AGE-DAYS PIC S9(7).

       01  SEARCH-INDEX PIC 9(5).
       01  LEDGER-INDEX PIC 9(5).
       01  REMINDER-INDEX PIC 9(5).
       01  PREVIOUS-INDEX PIC 9(5).
       01  CLASS-INDEX PIC 9.

       01  LOAN-OUTSTANDING PIC 9(10)V99.
       01  LOAN-MISSED-COUNT PIC 9(3).
       01  LOAN-LEVEL PIC 9.
       01  LOAN-CLASS PIC 9.
       01  LOAN-CLASS-SINCE PIC 9(8).
       01  CAPITAL-DUE PIC 9(9)V99.
       01  REMAINING-MONTHS PIC 9(4).
       01  EXPOSED-CAPITAL PIC 9(11)V99.
       01  PROVISION-AMOUNT PIC 9(11)V99.

       01  CLASSIFIED-COUNT PIC 9(6) VALUE 0.
       01  DOWNGRADE-COUNT PIC 9(6) VALUE 0.
       01  DOWNGRADE-CAPITAL PIC 9(13)V99 VALUE 0.
       01  UPGRADE-COUNT PIC 9(6) VALUE 0.
       01  UPGRADE-CAPITAL PIC 9(13)V99 VALUE 0.
       01  ENTRY-COUNT PIC 9(6) VALUE 0.
       01  ENTRY-CAPITAL PIC 9(13)V99 VALUE 0.
       01  EXIT-COUNT PIC 9(6) VALUE 0.
       01  EXIT-CAPITAL PIC 9(13)V99 VALUE 0.
       01  GRAND-COUNT PIC 9(6) VALUE 0.
       01  GRAND-CAPITAL PIC 9(13)V99 VALUE 0.
       01  GRAND-PROVISION PIC 9(13)V99 VALUE 0.
       01  GRAND-PREV-COUNT PIC 9(6) VALUE 0.
       01  GRAND-PREV-PROVISION PIC 9(13)V99 VALUE 0.
       01  PROVISION-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-TITLE.
           05  FILLER PIC X(42) VALUE
               'Classement des risques et provisions, arre'.
           05  FILLER PIC X(7) VALUE 'te au '.
           05  WS-T-DATE PIC 9(8).
           05  FILLER PIC X(26) VALUE
               ' (arrete precedent : mois '.
           05  WS-T-PREVIOUS-MONTH PIC 9(6).
           05  FILLER PIC X VALUE ')'.

       01  WS-CLASS-DETAIL.
           05  WS-C-LABEL PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-COUNT PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-CAPITAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-RATE PIC ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-PROVISION PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-PREV-COUNT PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-PREV-PROVISION PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-C-VARIATION PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-MOVEMENT-DETAIL.
           05  WS-M-LABEL PIC X(30).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-M-COUNT PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-M-CAPITAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LOAN-DETAIL.
           05  WS-L-LOAN-ID PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-CLASS PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-SINCE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-AGE PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-LEVEL PIC 9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-MISSED PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-CAPITAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-L-PROVISION PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Classement mensuel des risques et provisions'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.
           CALL 'DAYNUM' USING RUN-DATE, RUN-DAY-NUMBER.

           PERFORM INITIALIZE-TABLES.
           PERFORM LOAD-PROVISION-RATES.
           PERFORM LOAD-LEDGER.
           PERFORM LOAD-REMINDER-STATE.
           PERFORM LOAD-RISK-HISTORY.

           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM REOPEN-RISK-HISTORY.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO WS-T-DATE.
           MOVE PREVIOUS-MONTH TO WS-T-PREVIOUS-MONTH.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Prets sensibles et douteux' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Pret      Classe                Depuis    ' &
               'Jours  N  Manq.    Arriere        ' &
               'Capital expose           Provision' TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LM-DEBLOQUE
                           PERFORM CLASSIFY-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE.
           CLOSE RISK-HISTORY-FILE.

           PERFORM COUNT-EXITED-LOANS.
           PERFORM WRITE-CLASS-TOTALS.
           PERFORM WRITE-MOVEMENTS.

           CLOSE REPORT-FILE.

           MOVE GRAND-PROVISION TO PROVISION-TOTAL-DISPLAY.

           DISPLAY 'Prets classes : ' CLASSIFIED-COUNT.
           DISPLAY 'Declassements du mois : ' DOWNGRADE-COUNT.
           DISPLAY 'Reclassements du mois : ' UPGRADE-COUNT.
           DISPLAY 'Provision totale : ' PROVISION-TOTAL-DISPLAY,
               ' €'.
           DISPLAY 'Etat ecrit dans risk_report.txt, classement ',
               'du mois conserve dans risk_history.txt'.

           MOVE CLASSIFIED-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

       INITIALIZE-TABLES.
           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX > 3
               MOVE 0 TO CT-COUNT (CLASS-INDEX)
               MOVE 0 TO CT-CAPITAL (CLASS-INDEX)
               MOVE 0 TO CT-PROVISION (CLASS-INDEX)
               MOVE 0 TO CT-PREV-COUNT (CLASS-INDEX)
               MOVE 0 TO CT-PREV-CAPITAL (CLASS-INDEX)
               MOVE 0 TO CT-PREV-PROVISION (CLASS-INDEX)
           END-PERFORM.

      * Les taux de risk_rates.txt remplacent ceux de secours, par
      * classe ; une ligne de classe inconnue est ignoree.
       LOAD-PROVISION-RATES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROVISION-RATE-FILE.

           IF WS-PROVISION-RATE-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ PROVISION-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PV-CLASS >= 1 AND PV-CLASS <= 3 AND
                               PV-RATE NUMERIC
                           MOVE PV-RATE TO PROVISION-RATE (PV-CLASS)
                       ELSE
                           DISPLAY 'Taux de provision ignore, ',
                               'classe inconnue : ' PV-CLASS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROVISION-RATE-STATUS NOT = '35'
               CLOSE PROVISION-RATE-FILE
           END-IF.

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
                       IF LEDGER-COUNT >= MAX-LOANS
                           DISPLAY 'Livre des soldes trop grand pour ',
                               'la table interne, solde ignore : ',
                               LG-LOAN-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO LEDGER-COUNT
                           MOVE LG-LOAN-ID TO LE-LOAN-ID (LEDGER-COUNT)
                           MOVE LG-OUTSTANDING TO
                               LE-OUTSTANDING (LEDGER-COUNT)
                           MOVE LG-MISSED-COUNT TO
                               LE-MISSED-COUNT (LEDGER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LEDGER-STATUS NOT = '35'
               CLOSE LEDGER-FILE
           END-IF.

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

      * Premier filtre de l'historique vers le fichier de travail :
      * les lignes du mois courant (passage precedent du meme
      * mois) sont ecartees, et le dernier arrete anterieur est
      * charge en table. L'historique est ecrit mois apres mois,
      * le dernier mois rencontre remplace donc le precedent.
       LOAD-RISK-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RISK-HISTORY-FILE.

           IF WS-RISK-HISTORY-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-HISTORY-PRESENT
               OPEN OUTPUT RISK-WORK-FILE
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ RISK-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RK-RUN-MONTH NOT = RUN-MONTH
                           MOVE RISK-RECORD TO RISK-WORK-LINE
                           WRITE RISK-WORK-LINE
                       END-IF
                       IF RK-RUN-MONTH < RUN-MONTH
                           PERFORM KEEP-PREVIOUS-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF HISTORY-PRESENT
               CLOSE RISK-HISTORY-FILE
               CLOSE RISK-WORK-FILE
           END-IF.

           PERFORM VARYING PREVIOUS-INDEX FROM 1 BY 1
               UNTIL PREVIOUS-INDEX > PREVIOUS-COUNT
               MOVE PT-CLASS (PREVIOUS-INDEX) TO CLASS-INDEX
               ADD 1 TO CT-PREV-COUNT (CLASS-INDEX)
               ADD PT-CAPITAL (PREVIOUS-INDEX) TO
                   CT-PREV-CAPITAL (CLASS-INDEX)
               ADD PT-PROVISION (PREVIOUS-INDEX) TO
                   CT-PREV-PROVISION (CLASS-INDEX)
           END-PERFORM.

       KEEP-PREVIOUS-LINE.
           IF RK-RUN-MONTH > PREVIOUS-MONTH
               MOVE RK-RUN-MONTH TO PREVIOUS-MONTH
               MOVE 0 TO PREVIOUS-COUNT
           END-IF.

           IF RK-RUN-MONTH = PREVIOUS-MONTH
               IF PREVIOUS-COUNT < MAX-LOANS AND
                       RK-CLASS >= 1 AND RK-CLASS <= 3
                   ADD 1 TO PREVIOUS-COUNT
                   MOVE RK-LOAN-ID TO PT-LOAN-ID (PREVIOUS-COUNT)
                   MOVE RK-CLASS TO PT-CLASS (PREVIOUS-COUNT)
                   MOVE RK-CLASS-SINCE TO
                       PT-CLASS-SINCE (PREVIOUS-COUNT)
                   MOVE RK-CAPITAL TO PT-CAPITAL (PREVIOUS-COUNT)
                   MOVE RK-PROVISION TO PT-PROVISION (PREVIOUS-COUNT)
                   MOVE 'N' TO PT-SEEN (PREVIOUS-COUNT)
               END-IF
           END-IF.

      * Second temps : l'historique filtre est recopie sur
      * l'historique, qui reste ouvert pour recevoir le classement
      * du mois a la suite.
       REOPEN-RISK-HISTORY.
           OPEN OUTPUT RISK-HISTORY-FILE.

           IF HISTORY-PRESENT
               MOVE 'N' TO WS-EOF
               OPEN INPUT RISK-WORK-FILE
               PERFORM UNTIL END-OF-FILE
                   READ RISK-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RISK-WORK-LINE TO RISK-RECORD
                           WRITE RISK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RISK-WORK-FILE
           END-IF.

       CLASSIFY-ONE-LOAN.
           ADD 1 TO CLASSIFIED-COUNT.

           PERFORM FIND-LOAN-ARREARS.
           PERFORM COMPUTE-LOAN-CLASS.
           PERFORM APPLY-PREVIOUS-CLASS.

           CALL 'CAPDUE' USING LOAN-MASTER-RECORD, RUN-DATE,
               CAPITAL-DUE, REMAINING-MONTHS.
           COMPUTE EXPOSED-CAPITAL = CAPITAL-DUE + LOAN-OUTSTANDING.
           COMPUTE PROVISION-AMOUNT ROUNDED =
               EXPOSED-CAPITAL * PROVISION-RATE (LOAN-CLASS) / 100.

           ADD 1 TO CT-COUNT (LOAN-CLASS).
           ADD EXPOSED-CAPITAL TO CT-CAPITAL (LOAN-CLASS).
           ADD PROVISION-AMOUNT TO CT-PROVISION (LOAN-CLASS).

           PERFORM COUNT-MOVEMENT.

           MOVE RUN-MONTH TO RK-RUN-MONTH.
           MOVE LM-LOAN-ID TO RK-LOAN-ID.
           MOVE LOAN-CLASS TO RK-CLASS.
           MOVE LOAN-CLASS-SINCE TO RK-CLASS-SINCE.
           MOVE EXPOSED-CAPITAL TO RK-CAPITAL.
           MOVE PROVISION-AMOUNT TO RK-PROVISION.
           WRITE RISK-RECORD.

           IF LOAN-CLASS > 1
               PERFORM WRITE-LOAN-LINE
           END-IF.

      * Arriere du pret : reste du et echeances manquees au livre
      * des soldes, anciennete et niveau de relance atteint.
       FIND-LOAN-ARREARS.
           MOVE 0 TO LOAN-OUTSTANDING.
           MOVE 0 TO LOAN-MISSED-COUNT.
           MOVE 0 TO LOAN-LEVEL.
           MOVE 0 TO ARREAR-AGE-DAYS.

           MOVE 0 TO LEDGER-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > LEDGER-COUNT OR LEDGER-INDEX > 0
               IF LE-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID
                   MOVE SEARCH-INDEX TO LEDGER-INDEX
               END-IF
           END-PERFORM.

           IF LEDGER-INDEX > 0
               MOVE LE-OUTSTANDING (LEDGER-INDEX) TO LOAN-OUTSTANDING
               MOVE LE-MISSED-COUNT (LEDGER-INDEX) TO
                   LOAN-MISSED-COUNT
           END-IF.

           MOVE 0 TO REMINDER-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > REMINDER-COUNT OR
                   REMINDER-INDEX > 0
               IF RT-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID
                   MOVE SEARCH-INDEX TO REMINDER-INDEX
               END-IF
           END-PERFORM.

           IF REMINDER-INDEX > 0 AND LOAN-OUTSTANDING > 0
               MOVE RT-LAST-LEVEL (REMINDER-INDEX) TO LOAN-LEVEL
               CALL 'DAYNUM' USING
                   RT-ARREAR-START-DATE (REMINDER-INDEX),
                   START-DAY-NUMBER
               COMPUTE ARREAR-AGE-DAYS =
                   RUN-DAY-NUMBER - START-DAY-NUMBER
           END-IF.

       COMPUTE-LOAN-CLASS.
           EVALUATE TRUE
               WHEN LOAN-OUTSTANDING = 0
                   MOVE 1 TO LOAN-CLASS
               WHEN ARREAR-AGE-DAYS > DOUBTFUL-AGE-DAYS
                   MOVE 3 TO LOAN-CLASS
               WHEN LOAN-LEVEL >= LITIGATION-LEVEL
                   MOVE 3 TO LOAN-CLASS
               WHEN LOAN-MISSED-COUNT >= DOUBTFUL-MISSED-COUNT
                   MOVE 3 TO LOAN-CLASS
               WHEN OTHER
                   MOVE 2 TO LOAN-CLASS
           END-EVALUATE.

           MOVE RUN-DATE TO LOAN-CLASS-SINCE.

      * Declassement durable : tant que l'arriere n'est pas
      * entierement solde, un pret ne remonte pas au-dessus de la
      * classe de l'arrete precedent. La date d'entree dans la
      * classe est conservee d'un mois sur l'autre.
       APPLY-PREVIOUS-CLASS.
           MOVE 0 TO PREVIOUS-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > PREVIOUS-COUNT OR
                   PREVIOUS-INDEX > 0
               IF PT-LOAN-ID (SEARCH-INDEX) = LM-LOAN-ID
                   MOVE SEARCH-INDEX TO PREVIOUS-INDEX
               END-IF
           END-PERFORM.

           IF PREVIOUS-INDEX > 0
               MOVE 'Y' TO PT-SEEN (PREVIOUS-INDEX)
               IF LOAN-OUTSTANDING > 0 AND
                       PT-CLASS (PREVIOUS-INDEX) > LOAN-CLASS
                   MOVE PT-CLASS (PREVIOUS-INDEX) TO LOAN-CLASS
               END-IF
               IF PT-CLASS (PREVIOUS-INDEX) = LOAN-CLASS
                   MOVE PT-CLASS-SINCE (PREVIOUS-INDEX) TO
                       LOAN-CLASS-SINCE
               END-IF
           END-IF.

       COUNT-MOVEMENT.
           IF PREVIOUS-INDEX = 0
               ADD 1 TO ENTRY-COUNT
               ADD EXPOSED-CAPITAL TO ENTRY-CAPITAL
           ELSE
               IF LOAN-CLASS > PT-CLASS (PREVIOUS-INDEX)
                   ADD 1 TO DOWNGRADE-COUNT
                   ADD EXPOSED-CAPITAL TO DOWNGRADE-CAPITAL
               END-IF
               IF LOAN-CLASS < PT-CLASS (PREVIOUS-INDEX)
                   ADD 1 TO UPGRADE-COUNT
                   ADD EXPOSED-CAPITAL TO UPGRADE-CAPITAL
               END-IF
           END-IF.

      * Prets classes a l'arrete precedent et absents ce mois :
      * soldes, annules ou archives depuis.
       COUNT-EXITED-LOANS.
           PERFORM VARYING PREVIOUS-INDEX FROM 1 BY 1
               UNTIL PREVIOUS-INDEX > PREVIOUS-COUNT
               IF PT-SEEN (PREVIOUS-INDEX) = 'N'
                   ADD 1 TO EXIT-COUNT
                   ADD PT-CAPITAL (PREVIOUS-INDEX) TO EXIT-CAPITAL
               END-IF
           END-PERFORM.

       WRITE-LOAN-LINE.
           MOVE LM-LOAN-ID TO WS-L-LOAN-ID.
           MOVE CLASS-LABEL (LOAN-CLASS) TO WS-L-CLASS.
           MOVE LOAN-CLASS-SINCE TO WS-L-SINCE.
           MOVE ARREAR-AGE-DAYS TO WS-L-AGE.
           MOVE LOAN-LEVEL TO WS-L-LEVEL.
           MOVE LOAN-MISSED-COUNT TO WS-L-MISSED.
           MOVE LOAN-OUTSTANDING TO WS-L-OUTSTANDING.
           MOVE EXPOSED-CAPITAL TO WS-L-CAPITAL.
           MOVE PROVISION-AMOUNT TO WS-L-PROVISION.
           MOVE WS-LOAN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CLASS-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Totaux par classe' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Classe                Nombre      ' &
               'Capital expose    Taux           Provision   ' &
               'Nb prec.     Provision prec.           Variation'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX > 3
               MOVE CLASS-LABEL (CLASS-INDEX) TO WS-C-LABEL
               MOVE CT-COUNT (CLASS-INDEX) TO WS-C-COUNT
               MOVE CT-CAPITAL (CLASS-INDEX) TO WS-C-CAPITAL
               MOVE PROVISION-RATE (CLASS-INDEX) TO WS-C-RATE
               MOVE CT-PROVISION (CLASS-INDEX) TO WS-C-PROVISION
               MOVE CT-PREV-COUNT (CLASS-INDEX) TO WS-C-PREV-COUNT
               MOVE CT-PREV-PROVISION (CLASS-INDEX) TO
                   WS-C-PREV-PROVISION
               COMPUTE WS-C-VARIATION =
                   CT-PROVISION (CLASS-INDEX) -
                   CT-PREV-PROVISION (CLASS-INDEX)
               MOVE WS-CLASS-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD CT-COUNT (CLASS-INDEX) TO GRAND-COUNT
               ADD CT-CAPITAL (CLASS-INDEX) TO GRAND-CAPITAL
               ADD CT-PROVISION (CLASS-INDEX) TO GRAND-PROVISION
               ADD CT-PREV-COUNT (CLASS-INDEX) TO GRAND-PREV-COUNT
               ADD CT-PREV-PROVISION (CLASS-INDEX) TO
                   GRAND-PREV-PROVISION
           END-PERFORM.

           MOVE 'TOTAL' TO WS-C-LABEL.
           MOVE GRAND-COUNT TO WS-C-COUNT.
           MOVE GRAND-CAPITAL TO WS-C-CAPITAL.
           MOVE 0 TO WS-C-RATE.
           MOVE GRAND-PROVISION TO WS-C-PROVISION.
           MOVE GRAND-PREV-COUNT TO WS-C-PREV-COUNT.
           MOVE GRAND-PREV-PROVISION TO WS-C-PREV-PROVISION.
           COMPUTE WS-C-VARIATION =
               GRAND-PROVISION - GRAND-PREV-PROVISION.
           MOVE WS-CLASS-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-MOVEMENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Mouvements sur l''arrete precedent' TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'Declassements' TO WS-M-LABEL.
           MOVE DOWNGRADE-COUNT TO WS-M-COUNT.
           MOVE DOWNGRADE-CAPITAL TO WS-M-CAPITAL.
           MOVE WS-MOVEMENT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'Reclassements (arriere solde)' TO WS-M-LABEL.
           MOVE UPGRADE-COUNT TO WS-M-COUNT.
           MOVE UPGRADE-CAPITAL TO WS-M-CAPITAL.
           MOVE WS-MOVEMENT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'Entrees (nouveaux prets)' TO WS-M-LABEL.
           MOVE ENTRY-COUNT TO WS-M-COUNT.
           MOVE ENTRY-CAPITAL TO WS-M-CAPITAL.
           MOVE WS-MOVEMENT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'Sorties (soldes, archives)' TO WS-M-LABEL.
           MOVE EXIT-COUNT TO WS-M-COUNT.
           MOVE EXIT-CAPITAL TO WS-M-CAPITAL.
           MOVE WS-MOVEMENT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
