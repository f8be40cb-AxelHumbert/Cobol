
      * Pilote de la chaine de nuit : enchaine dans l'ordre fixe
      * la peremption des offres (loanExpire), la revision des
      * taux (loanRevise), le prelevement SEPA des echeances
      * (loanDebit), l'enregistrement des reglements
      * (loanPayments) et l'extraction comptable (loanExtract).
      * Le controle de coherence des fichiers (loanCheck) garde
      * l'enregistrement des reglements et l'extraction : il
      * tourne juste avant chacune des deux, et une anomalie
      * bloquante arrete la chaine comme une etape en echec.
      * Le dernier jour ouvre du mois, la chaine enchaine ensuite
      * les etapes de fin de mois : appel des echeances
      * (loanBilling), relances (loanRemind), declaration au FICP
      * (ficpDeclare), classement des risques (loanRisk),
      * bordereau de l'assureur (insRemit), etat de production
      * (loanReport) et entonnoir commercial (loanPipeline).
      * Chaque etape est consignee au journal de passage
      * night_run_journal.txt (date de traitement, debut, fin,
      * nombre d'enregistrements, OK ou ECHEC). Une etape en echec
      * (code retour non nul) arrete la chaine pour ne pas
      * construire les fichiers aval sur de mauvaises entrees ; la
      * derniere etape terminee est conservee dans
      * night_chain_state.txt, comme le point de controle du batch
      * des demandes, et le lancement suivant reprend a l'etape qui
      * avait echoue.
      * La date de traitement est celle du jour ouvre en cours du
      * fichier business_date.txt, que tous les passages batch
      * lisent au lieu de l'horloge ; la chaine la fait avancer au
      * jour ouvre suivant (du lundi au vendredi) quand toutes les
      * etapes du jour sont passees. Une nuit lancee avant midi
      * clot la veille : une chaine relancee apres minuit traite
      * encore le jour qu'elle devait clore. Si des nuits ont ete
      * sautees, la chaine repasse dans l'ordre chaque jour ouvre
      * en retard, chacun a sa propre date, jusqu'au jour a clore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE PIC X(80).

      * Derniere etape terminee et jour ouvre auquel elle se
      * rapporte. Les anciens fichiers d'etat ne portent que le
      * numero d'etape, sur un chiffre.
       FD  STATE-FILE.
       01  STATE-RECORD.
           05  ST-LAST-STEP PIC 99.
           05  ST-BUSINESS-DATE PIC 9(8).
       01  STATE-OLD-RECORD.
           05  ST-OLD-STEP PIC 9.
           05  FILLER PIC X(9).

       FD  BUSINESS-DATE-FILE.
           COPY BUSREC.

       WORKING-STORAGE SECTION.

       01  WS-JOURNAL-STATUS PIC XX.
       01  WS-STATE-STATUS PIC XX.
       01  WS-BUSINESS-DATE-STATUS PIC XX.
       01  WS-CHAIN-FAILED PIC X VALUE 'N'.
           88  CHAIN-FAILED VALUE 'Y'.
       01  WS-MONTH-END PIC X.
           88  MONTH-END-NIGHT VALUE 'Y'.

       77  DAILY-STEP-TOTAL PIC 99 VALUE 7.
       77  MONTH-END-STEP-TOTAL PIC 99 VALUE 14.
       77  NIGHT-CUTOFF-HOUR PIC 99 VALUE 12.
       77  ZERO-MONTHS PIC 9(3) VALUE 0.

       01  STEP-NAME-VALUES.
           05  FILLER PIC X(12) VALUE 'loanExpire'.
           05  FILLER PIC X(12) VALUE 'loanRevise'.
           05  FILLER PIC X(12) VALUE 'loanDebit'.
           05  FILLER PIC X(12) VALUE 'loanCheck'.
           05  FILLER PIC X(12) VALUE 'loanPayments'.
           05  FILLER PIC X(12) VALUE 'loanCheck'.
           05  FILLER PIC X(12) VALUE 'loanExtract'.
           05  FILLER PIC X(12) VALUE 'loanBilling'.
           05  FILLER PIC X(12) VALUE 'loanRemind'.
           05  FILLER PIC X(12) VALUE 'ficpDeclare'.
           05  FILLER PIC X(12) VALUE 'loanRisk'.
           05  FILLER PIC X(12) VALUE 'insRemit'.
           05  FILLER PIC X(12) VALUE 'loanReport'.
           05  FILLER PIC X(12) VALUE 'loanPipeline'.
       01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
           05  STEP-NAME PIC X(12) OCCURS 14 TIMES.

       01  STEP-INDEX PIC 99.
       01  STEP-TOTAL PIC 99.
       01  LAST-COMPLETED-STEP PIC 99 VALUE 0.
       01  NIGHT-COUNT PIC 9(3) VALUE 0.

       01  RUN-DATE PIC 9(8).
       01  RUN-TIME PIC 9(8).
       01  RUN-TIME-PARTS REDEFINES RUN-TIME.
           05  RUN-TIME-HHMMSS PIC 9(6).
           05  FILLER PIC 99.
       01  RUN-TIME-HOUR-PARTS REDEFINES RUN-TIME.
           05  RUN-TIME-HOUR PIC 99.
           05  FILLER PIC 9(6).

      * Jour ouvre en cours (celui que la nuit clot), jour ouvre
      * suivant, et dernier jour que ce lancement doit clore.
       01  BUSINESS-DATE PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  BUSINESS-YEAR PIC 9(4).
           05  BUSINESS-MONTH PIC 99.
           05  BUSINESS-DAY PIC 99.
       01  NEXT-BUSINESS-DATE PIC 9(8).
       01  NEXT-BUSINESS-DATE-PARTS REDEFINES NEXT-BUSINESS-DATE.
           05  NEXT-BUSINESS-YEAR PIC 9(4).
           05  NEXT-BUSINESS-MONTH PIC 99.
           05  NEXT-BUSINESS-DAY PIC 99.
       01  TARGET-DATE PIC 9(8).
       01  BUSINESS-DAY-NUMBER PIC 9(7).
       01  TARGET-DAY-NUMBER PIC 9(7).

       01  WORK-DATE PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05  WORK-YEAR PIC 9(4).
           05  WORK-MONTH PIC 99.
           05  WORK-DAY PIC 99.
       01  CLAMP-DATE PIC 9(8).
       01  CLAMP-DATE-PARTS REDEFINES CLAMP-DATE.
           05  FILLER PIC 9(6).
           05  CLAMP-DAY PIC 99.
       01  MONTH-END-DATE PIC 9(8).
       01  MONTH-END-DATE-PARTS REDEFINES MONTH-END-DATE.
           05  FILLER PIC 9(6).
           05  MONTH-LENGTH PIC 99.
       01  WORK-DAY-NUMBER PIC 9(7).
       01  WEEK-QUOTIENT PIC 9(7).
      * Jour de la semaine : 0 = lundi ... 5 = samedi, 6 = dimanche.
       01  WEEKDAY PIC 9.

      * Compteur d'etape alimente par chaque programme de la
      * chaine.
           05  WS-J-COUNT PIC X(7).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-J-STATUS PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-J-RUN-DATE PIC 9(8).

       01  COUNT-DISPLAY PIC ZZZ,ZZ9.

           DISPLAY 'Chaine de nuit des prets'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM SET-TARGET-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-CHAIN-STATE.

           PERFORM UNTIL CHAIN-FAILED OR
                   BUSINESS-DAY-NUMBER > TARGET-DAY-NUMBER
               PERFORM RUN-ONE-NIGHT
           END-PERFORM.

           IF CHAIN-FAILED
               DISPLAY 'Chaine de nuit arretee au jour ouvre ',
                   BUSINESS-DATE ', voir night_run_journal.txt. ',
                   'Le prochain lancement reprendra a l''etape en ',
                   'echec.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NIGHT-COUNT = 0
                   DISPLAY 'Aucune nuit a passer : le jour ouvre ',
                       'en cours (' BUSINESS-DATE ') n''est pas ',
                       'encore a clore.'
               ELSE
                   DISPLAY 'Chaine de nuit terminee (' NIGHT-COUNT,
                       ' jour(s) ouvre(s) clos), journal dans ',
                       'night_run_journal.txt.'
               END-IF
           END-IF.

           STOP RUN.

      * Dernier jour a clore : la date de l'horloge, ou la veille
      * si la chaine est lancee avant midi (nuit relancee apres
      * minuit).
       SET-TARGET-DATE.
           MOVE RUN-DATE TO WORK-DATE.
           IF RUN-TIME-HOUR < NIGHT-CUTOFF-HOUR
               PERFORM PREVIOUS-CALENDAR-DAY
           END-IF.
           MOVE WORK-DATE TO TARGET-DATE.
           CALL 'DAYNUM' USING TARGET-DATE, TARGET-DAY-NUMBER.

      * Sans fichier de date (premier lancement), le jour ouvre en
      * cours est le jour a clore, ou le jour ouvre suivant s'il
      * tombe un samedi ou un dimanche.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS = '35'
               MOVE 0 TO BUSINESS-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE 0 TO BUSINESS-DATE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

           IF BUSINESS-DATE = 0
               MOVE TARGET-DATE TO WORK-DATE
               PERFORM COMPUTE-WEEKDAY
               PERFORM UNTIL WEEKDAY < 5
                   PERFORM NEXT-CALENDAR-DAY
                   PERFORM COMPUTE-WEEKDAY
               END-PERFORM
               MOVE WORK-DATE TO BUSINESS-DATE
               DISPLAY 'Fichier business_date.txt absent : jour ',
                   'ouvre en cours initialise au ' BUSINESS-DATE
           END-IF.

           CALL 'DAYNUM' USING BUSINESS-DATE, BUSINESS-DAY-NUMBER.

      * L'etat n'a de sens que pour le jour ouvre qu'il porte. Un
      * ancien fichier d'etat, sans date, vaut pour le jour ouvre
      * en cours ; il compte les etapes de l'ancienne chaine a
      * quatre etapes (peremption, revision, reglements,
      * extraction), renumerotees dans la chaine actuelle : apres
      * les reglements (3), on reprend a la seconde garde de
      * loanCheck ; une ancienne chaine terminee (4) repart du
      * debut. Tout autre chiffre est refuse.
       READ-CHAIN-STATE.
           MOVE 0 TO LAST-COMPLETED-STEP.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = '35'
               READ STATE-FILE
                   AT END
                       MOVE 0 TO LAST-COMPLETED-STEP
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ST-LAST-STEP IS NUMERIC
                               IF ST-BUSINESS-DATE = BUSINESS-DATE
                                   MOVE ST-LAST-STEP TO
                                       LAST-COMPLETED-STEP
                               END-IF
                           WHEN ST-OLD-STEP IS NUMERIC
                               PERFORM CONVERT-OLD-STATE
                       END-EVALUATE
               END-READ
               CLOSE STATE-FILE
           END-IF.

       CONVERT-OLD-STATE.
           EVALUATE ST-OLD-STEP
               WHEN 0
               WHEN 4
                   MOVE 0 TO LAST-COMPLETED-STEP
               WHEN 1
               WHEN 2
                   MOVE ST-OLD-STEP TO LAST-COMPLETED-STEP
               WHEN 3
                   MOVE 5 TO LAST-COMPLETED-STEP
               WHEN OTHER
                   DISPLAY 'Erreur : etat ' ST-OLD-STEP ' de ',
                       'l''ancienne chaine inconnu dans ',
                       'night_chain_state.txt, a remettre a zero ',
                       'apres verification.'
                   CLOSE STATE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           DISPLAY 'Etat de l''ancienne chaine (' ST-OLD-STEP,
               ') repris comme etape n°' LAST-COMPLETED-STEP '.'.

       WRITE-CHAIN-STATE.
           OPEN OUTPUT STATE-FILE.
           MOVE LAST-COMPLETED-STEP TO ST-LAST-STEP.
           MOVE BUSINESS-DATE TO ST-BUSINESS-DATE.
           WRITE STATE-RECORD.
           CLOSE STATE-FILE.

       RESET-CHAIN-STATE.
           MOVE 0 TO LAST-COMPLETED-STEP.
           PERFORM WRITE-CHAIN-STATE.

      * Une nuit : les etapes du jour ouvre en cours, plus celles
      * de fin de mois si le jour ouvre suivant change de mois.
      * Une nuit repassee en retard est signalee au journal.
       RUN-ONE-NIGHT.
           PERFORM FIND-NEXT-BUSINESS-DAY.

           IF NEXT-BUSINESS-MONTH NOT = BUSINESS-MONTH
               MOVE 'Y' TO WS-MONTH-END
               MOVE MONTH-END-STEP-TOTAL TO STEP-TOTAL
           ELSE
               MOVE 'N' TO WS-MONTH-END
               MOVE DAILY-STEP-TOTAL TO STEP-TOTAL
           END-IF.

      *    L'etat ne garde d'etape que pour ce jour ouvre : toutes
      *    ses etapes passees, seule la cloture a manque (arret
      *    entre la derniere etape et l'ecriture de la date).
           IF LAST-COMPLETED-STEP >= STEP-TOTAL
               DISPLAY 'Etapes du jour ouvre ' BUSINESS-DATE,
                   ' deja toutes passees : cloture du jour.'
               PERFORM CLOSE-BUSINESS-DAY
           ELSE
               PERFORM RUN-NIGHT-STEPS
           END-IF.

       RUN-NIGHT-STEPS.
           MOVE 0 TO STEP-INDEX.
           MOVE 'NUIT' TO WS-J-STEP.
           MOVE 'DEBUT' TO WS-J-EVENT.
           MOVE SPACES TO WS-J-COUNT.
           IF BUSINESS-DAY-NUMBER < TARGET-DAY-NUMBER
               MOVE 'RATTR' TO WS-J-STATUS
               DISPLAY 'Rattrapage du jour ouvre ' BUSINESS-DATE
           ELSE
               MOVE SPACES TO WS-J-STATUS
               DISPLAY 'Nuit du jour ouvre ' BUSINESS-DATE
           END-IF.
           IF MONTH-END-NIGHT
               MOVE 'FDM' TO WS-J-COUNT
               DISPLAY 'Dernier jour ouvre du mois : etapes de ',
                   'fin de mois comprises.'
           END-IF.
           PERFORM WRITE-JOURNAL-LINE.

           IF LAST-COMPLETED-STEP > 0
               ADD 1 TO LAST-COMPLETED-STEP GIVING STEP-INDEX
               DISPLAY 'Reprise de la chaine a l''etape n°',
                   STEP-INDEX ' (' STEP-NAME (STEP-INDEX) ').'
           END-IF.

           PERFORM VARYING STEP-INDEX
               FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-TOTAL OR CHAIN-FAILED
               IF STEP-INDEX > LAST-COMPLETED-STEP
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM.

           IF NOT CHAIN-FAILED
               PERFORM CLOSE-BUSINESS-DAY
           END-IF.

      * Le jour ouvre est clos : la date de traitement passe au
      * jour ouvre suivant et l'etat repart de zero pour lui.
       CLOSE-BUSINESS-DAY.
           MOVE NEXT-BUSINESS-DATE TO BD-BUSINESS-DATE.
           MOVE BUSINESS-DATE TO BD-LAST-CLOSED-DATE.
           ACCEPT BD-CLOSED-ON-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME-HHMMSS TO BD-CLOSED-ON-TIME.

           OPEN OUTPUT BUSINESS-DATE-FILE.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.

           MOVE 0 TO STEP-INDEX.
           MOVE 'NUIT' TO WS-J-STEP.
           MOVE 'FIN' TO WS-J-EVENT.
           MOVE SPACES TO WS-J-COUNT.
           MOVE 'OK' TO WS-J-STATUS.
           PERFORM WRITE-JOURNAL-LINE.

           ADD 1 TO NIGHT-COUNT.
           MOVE NEXT-BUSINESS-DATE TO BUSINESS-DATE.
           CALL 'DAYNUM' USING BUSINESS-DATE, BUSINESS-DAY-NUMBER.

           PERFORM RESET-CHAIN-STATE.

      * Une etape : debut au journal, appel du programme, fin au
      * journal avec le compteur d'enregistrements et l'issue. Un
      * code retour non nul arrete la chaine, l'etat n'avance pas.
      * Le programme est decharge apres chaque appel pour repartir
      * de ses valeurs initiales a l'appel suivant (seconde garde
      * de loanCheck, nuit rattrapee), de meme que CAPDUE, qui ne
      * charge ses historiques qu'au premier appel : chaque etape
      * relit ainsi les revisions, reamenagements et deblocages
      * ecrits par les etapes et les nuits precedentes.
       RUN-ONE-STEP.
           MOVE STEP-NAME (STEP-INDEX) TO WS-J-STEP.
           MOVE SPACES TO WS-J-COUNT.
           MOVE 'DEBUT' TO WS-J-EVENT.
           MOVE SPACES TO WS-J-STATUS.
           EVALUATE STEP-INDEX
               WHEN 1
                   CALL 'loanExpire'
                   CANCEL 'loanExpire'
               WHEN 2
                   CALL 'loanRevise'
                   CANCEL 'loanRevise'
               WHEN 3
                   CALL 'loanDebit'
                   CANCEL 'loanDebit'
               WHEN 4
                   CALL 'loanCheck'
                   CANCEL 'loanCheck'
               WHEN 5
                   CALL 'loanPayments'
                   CANCEL 'loanPayments'
               WHEN 6
                   CALL 'loanCheck'
                   CANCEL 'loanCheck'
               WHEN 7
                   CALL 'loanExtract'
                   CANCEL 'loanExtract'
               WHEN 8
                   CALL 'loanBilling'
                   CANCEL 'loanBilling'
               WHEN 9
                   CALL 'loanRemind'
                   CANCEL 'loanRemind'
               WHEN 10
                   CALL 'ficpDeclare'
                   CANCEL 'ficpDeclare'
               WHEN 11
                   CALL 'loanRisk'
                   CANCEL 'loanRisk'
               WHEN 12
                   CALL 'insRemit'
                   CANCEL 'insRemit'
               WHEN 13
                   CALL 'loanReport'
                   CANCEL 'loanReport'
               WHEN 14
                   CALL 'loanPipeline'
                   CANCEL 'loanPipeline'
           END-EVALUATE.

           CANCEL 'CAPDUE'.

           MOVE 'FIN' TO WS-J-EVENT.
           MOVE CHAIN-STEP-COUNT TO COUNT-DISPLAY.
           MOVE COUNT-DISPLAY TO WS-J-COUNT.
               MOVE 'Y' TO WS-CHAIN-FAILED
           END-IF.

      * Chaque ligne porte la date de traitement du jour ouvre
      * passe, puis l'heure et la date reelles de l'horloge.
       WRITE-JOURNAL-LINE.
           ACCEPT RUN-TIME FROM TIME.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE BUSINESS-DATE TO WS-J-DATE.
           MOVE RUN-TIME-HHMMSS TO WS-J-TIME.
           MOVE RUN-DATE TO WS-J-RUN-DATE.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
           MOVE WS-JOURNAL-DETAIL TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.

      * Jour ouvre suivant : le lendemain, en sautant le samedi et
      * le dimanche.
       FIND-NEXT-BUSINESS-DAY.
           MOVE BUSINESS-DATE TO WORK-DATE.
           PERFORM NEXT-CALENDAR-DAY.
           PERFORM COMPUTE-WEEKDAY.
           PERFORM UNTIL WEEKDAY < 5
               PERFORM NEXT-CALENDAR-DAY
               PERFORM COMPUTE-WEEKDAY
           END-PERFORM.
           MOVE WORK-DATE TO NEXT-BUSINESS-DATE.

      * Le numero de jour continu du 01/01/0001, un lundi, vaut 1.
       COMPUTE-WEEKDAY.
           CALL 'DAYNUM' USING WORK-DATE, WORK-DAY-NUMBER.
           SUBTRACT 1 FROM WORK-DAY-NUMBER.
           DIVIDE WORK-DAY-NUMBER BY 7 GIVING WEEK-QUOTIENT
               REMAINDER WEEKDAY.

      * Dernier jour du mois de WORK-DATE : ADDMONTHS ramene un
      * 31 au dernier jour du mois.
       COMPUTE-MONTH-LENGTH.
           MOVE WORK-DATE TO CLAMP-DATE.
           MOVE 31 TO CLAMP-DAY.
           CALL 'ADDMONTHS' USING CLAMP-DATE, ZERO-MONTHS,
               MONTH-END-DATE.

       NEXT-CALENDAR-DAY.
           PERFORM COMPUTE-MONTH-LENGTH.
           IF WORK-DAY < MONTH-LENGTH
               ADD 1 TO WORK-DAY
           ELSE
               MOVE 1 TO WORK-DAY
               IF WORK-MONTH < 12
                   ADD 1 TO WORK-MONTH
               ELSE
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF.

       PREVIOUS-CALENDAR-DAY.
           IF WORK-DAY > 1
               SUBTRACT 1 FROM WORK-DAY
           ELSE
               IF WORK-MONTH > 1
                   SUBTRACT 1 FROM WORK-MONTH
               ELSE
                   MOVE 12 TO WORK-MONTH
                   SUBTRACT 1 FROM WORK-YEAR
               END-IF
               PERFORM COMPUTE-MONTH-LENGTH
               MOVE MONTH-LENGTH TO WORK-DAY
           END-IF.
