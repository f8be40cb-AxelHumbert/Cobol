       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanCheck.
       AUTHOR. Axel.

      * Controle de coherence entre fichiers : relit ensemble le
      * registre des prets, le livre des soldes, les echeances
      * appelees (billing_calls.txt) et le journal des etats, et
      * ecrit dans integrity_report.txt une ligne par anomalie
      * avec son code motif :
      *   C01 pret DEBLOQUE sans ligne au livre des soldes,
      *   C02 ligne du livre des soldes sans pret au registre,
      *   C03 echeance appelee sans pret au registre,
      *   C04 etat du registre different du dernier etat
      *       journalise,
      *   C05 reste du du livre different de l'appele moins
      *       l'encaisse.
      * Une anomalie bloquante (ecart de solde, ligne orpheline au
      * livre, echeance encore ouverte sur un pret inconnu, pret
      * deja appele sans ligne au livre, d'apres billing_calls.txt
      * ou, les appels soldes des mois passes en etant purges,
      * d'apres l'historique des appels billing_history.txt) rend
      * le code retour 8 : lance par la chaine de nuit avant
      * l'enregistrement des reglements et avant l'extraction
      * comptable, le controle arrete la chaine avant que les
      * fichiers aval ne soient construits sur des fichiers
      * divergents. Les autres anomalies sont signalees en alerte
      * sans arreter la chaine. Lancable seul ; le compteur
      * d'etape partage porte le nombre d'anomalies relevees.
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

           SELECT BILLING-FILE ASSIGN TO "billing_calls.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT BILLING-HISTORY-FILE ASSIGN TO
               "billing_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STATUS-LOG-FILE ASSIGN TO "loan_status_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "integrity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  BILLING-FILE.
           COPY BILLREC.

      * Meme dessin que billing_calls.txt (BILLREC) ; seuls le
      * pret et la date d'echeance servent ici.
       FD  BILLING-HISTORY-FILE.
       01  BILLING-HISTORY-LINE.
           05  BH-LOAN-ID PIC 9(8).
           05  BH-DUE-DATE PIC 9(8).
           05  FILLER PIC X(64).

       FD  STATUS-LOG-FILE.
           COPY STATREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-BILLING-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-STATUS-LOG-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-ENTRY-FOUND PIC X.
           88  ENTRY-FOUND VALUE 'Y'.
       01  WS-BLOCKING PIC X.
           88  ANOMALY-IS-BLOCKING VALUE 'Y'.

       77  MAX-LOANS PIC 9(5) VALUE 50000.

      * Une echeance appelee est reglee ou portee en impaye par
      * l'enregistrement des reglements au plus tard 15 jours
      * apres son echeance (delai de grace), lors du passage du
      * jour ouvre ; avec la marge d'un week-end, une echeance
      * plus ancienne a forcement donne une ligne au livre.
       77  POSTING-DELAY-DAYS PIC 99 VALUE 20.
       01  RUN-DAY-NUMBER PIC 9(7).
       01  DUE-DAY-NUMBER PIC 9(7).
       01  CALL-AGE-DAYS PIC S9(7).

      * Image du registre, chargee dans l'ordre des numeros de
      * pret (lecture sequentielle du fichier indexe) : la table
      * est triee et se consulte par dichotomie. Chaque pret note
      * ce que les autres fichiers disent de lui : ligne au livre
      * des soldes, echeance deja rapprochee ou portee en impaye,
      * appel historique au-dela du delai de rapprochement,
      * dernier etat journalise.
       01  LOAN-TABLE.
           05  LOAN-COUNT PIC 9(5) VALUE 0.
           05  LOAN-ENTRY OCCURS 50000 TIMES.
               10  LT-LOAN-ID PIC 9(8).
               10  LT-STATUS PIC X(11).
               10  LT-HAS-LEDGER PIC X.
               10  LT-POSTED-CALL PIC X.
               10  LT-AGED-CALL PIC X.
               10  LT-LAST-LOG-STATUS PIC X(11).

       01  LOAN-INDEX PIC 9(5).
       01  LOW-INDEX PIC 9(5).
       01  HIGH-INDEX PIC 9(5).
       01  MIDDLE-INDEX PIC 9(5).
       01  LOOKUP-LOAN-ID PIC 9(8).

       01  RUN-DATE PIC 9(8).
       01  EXPECTED-OUTSTANDING PIC 9(10)V99.

       01  ANOMALY-COUNT PIC 9(6) VALUE 0.
       01  BLOCKING-COUNT PIC 9(6) VALUE 0.
       01  WARNING-COUNT PIC 9(6) VALUE 0.

      * Zone de construction de la ligne d'anomalie.
       01  ANOMALY-CODE PIC X(3).
       01  ANOMALY-LOAN-ID PIC 9(8).
       01  ANOMALY-REASON PIC X(45).
       01  ANOMALY-DETAIL PIC X(60).
       01  AMOUNT-DISPLAY-1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  AMOUNT-DISPLAY-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-TITLE.
           05  FILLER PIC X(40) VALUE
               'Controle de coherence des fichiers du '.
           05  WS-T-DATE PIC 9(8).

       01  WS-ANOMALY-DETAIL.
           05  WS-E-CODE PIC X(3).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-E-SEVERITY PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-E-LOAN-ID PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-E-REASON PIC X(45).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-E-DETAIL PIC X(60).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL PIC X(30).
           05  WS-TL-COUNT PIC ZZZ,ZZ9.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit : nombre d'anomalies relevees.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Controle de coherence des fichiers des prets'.

           MOVE 0 TO CHAIN-STEP-COUNT.

      *    La chaine de nuit appelle le controle deux fois dans le
      *    meme passage : les compteurs repartent de zero a chaque
      *    appel.
           MOVE 0 TO LOAN-COUNT.
           MOVE 0 TO ANOMALY-COUNT.
           MOVE 0 TO BLOCKING-COUNT.
           MOVE 0 TO WARNING-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.
           CALL 'DAYNUM' USING RUN-DATE, RUN-DAY-NUMBER.

           PERFORM LOAD-LOAN-MASTER.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Code  Gravite   Pret      Motif' TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CHECK-STATUS-LOG.
           PERFORM CHECK-BILLING-CALLS.
           PERFORM CHECK-BILLING-HISTORY.
           PERFORM CHECK-LEDGER.
           PERFORM CHECK-REGISTER.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Anomalies bloquantes :' TO WS-TL-LABEL.
           MOVE BLOCKING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Alertes :' TO WS-TL-LABEL.
           MOVE WARNING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.

           DISPLAY 'Prets controles : ' LOAN-COUNT.
           DISPLAY 'Anomalies bloquantes : ' BLOCKING-COUNT.
           DISPLAY 'Alertes : ' WARNING-COUNT.
           DISPLAY 'Anomalies ecrites dans integrity_report.txt'.

           MOVE ANOMALY-COUNT TO CHAIN-STEP-COUNT.

           IF BLOCKING-COUNT > 0
               DISPLAY 'Erreur : anomalies bloquantes, les ',
                   'fichiers doivent etre corriges avant la suite ',
                   'des traitements.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE.

           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOAN-COUNT < MAX-LOANS
                           ADD 1 TO LOAN-COUNT
                           MOVE LM-LOAN-ID TO LT-LOAN-ID (LOAN-COUNT)
                           MOVE LM-STATUS TO LT-STATUS (LOAN-COUNT)
                           MOVE 'N' TO LT-HAS-LEDGER (LOAN-COUNT)
                           MOVE 'N' TO LT-POSTED-CALL (LOAN-COUNT)
                           MOVE 'N' TO LT-AGED-CALL (LOAN-COUNT)
                           MOVE SPACES TO
                               LT-LAST-LOG-STATUS (LOAN-COUNT)
                       ELSE
                           DISPLAY 'Registre trop grand pour la ',
                               'table interne, controle abandonne.'
                           CLOSE LOAN-MASTER-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE.

      * Le journal est ecrit dans l'ordre des transitions : la
      * derniere ligne lue pour un pret porte son dernier etat.
      * Les lignes des prets archives sont ignorees.
       CHECK-STATUS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATUS-LOG-FILE.

           IF WS-STATUS-LOG-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ STATUS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SL-LOAN-ID TO LOOKUP-LOAN-ID
                       PERFORM FIND-LOAN-IN-TABLE
                       IF ENTRY-FOUND
                           MOVE SL-NEW-STATUS TO
                               LT-LAST-LOG-STATUS (LOAN-INDEX)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-STATUS-LOG-STATUS NOT = '35'
               CLOSE STATUS-LOG-FILE
           END-IF.

      * Une echeance encore ouverte sur un pret inconnu serait
      * presentee au prelevement et attendue au rapprochement :
      * elle bloque. Une echeance deja eteinte n'est qu'une trace
      * qui disparaitra au prochain appel.
       CHECK-BILLING-CALLS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BILLING-FILE.

           IF WS-BILLING-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-BILLING-CALL
               END-READ
           END-PERFORM.

           IF WS-BILLING-STATUS NOT = '35'
               CLOSE BILLING-FILE
           END-IF.

       CHECK-ONE-BILLING-CALL.
           MOVE BC-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-LOAN-IN-TABLE.

           IF ENTRY-FOUND
               IF BC-STATE = 'R' OR BC-STATE = 'I'
                   MOVE 'Y' TO LT-POSTED-CALL (LOAN-INDEX)
               END-IF
           ELSE
               MOVE 'C03' TO ANOMALY-CODE
               MOVE BC-LOAN-ID TO ANOMALY-LOAN-ID
               MOVE 'echeance appelee sans pret au registre' TO
                   ANOMALY-REASON
               MOVE SPACES TO ANOMALY-DETAIL
               STRING 'echeance du ' BC-DUE-DATE ', etat '
                   BC-STATE DELIMITED BY SIZE INTO ANOMALY-DETAIL
               IF BC-STATE = 'R' OR BC-STATE = 'I'
                   MOVE 'N' TO WS-BLOCKING
               ELSE
                   MOVE 'Y' TO WS-BLOCKING
               END-IF
               PERFORM WRITE-ANOMALY
           END-IF.

      * billing_calls.txt ne garde que les appels du mois et ceux
      * encore ouverts : l'historique, jamais purge, dit si un pret
      * debloque a deja eu un appel assez ancien pour avoir ete
      * regle ou porte en impaye. Les appels des prets sortis du
      * registre sont ignores.
       CHECK-BILLING-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BILLING-HISTORY-FILE.

           IF WS-HISTORY-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-HISTORY-CALL
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE BILLING-HISTORY-FILE
           END-IF.

       CHECK-ONE-HISTORY-CALL.
           MOVE BH-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-LOAN-IN-TABLE.

           IF ENTRY-FOUND
               IF LT-STATUS (LOAN-INDEX) = 'DEBLOQUE' AND
                       LT-AGED-CALL (LOAN-INDEX) = 'N'
                   CALL 'DAYNUM' USING BH-DUE-DATE, DUE-DAY-NUMBER
                   COMPUTE CALL-AGE-DAYS =
                       RUN-DAY-NUMBER - DUE-DAY-NUMBER
                   IF CALL-AGE-DAYS > POSTING-DELAY-DAYS
                       MOVE 'Y' TO LT-AGED-CALL (LOAN-INDEX)
                   END-IF
               END-IF
           END-IF.

       CHECK-LEDGER.
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
                       PERFORM CHECK-ONE-LEDGER-LINE
               END-READ
           END-PERFORM.

           IF WS-LEDGER-STATUS NOT = '35'
               CLOSE LEDGER-FILE
           END-IF.

      * Le reste du est l'appele moins l'encaisse, ramene a zero
      * quand le client a verse plus que l'appele, comme le tient
      * l'enregistrement des reglements.
       CHECK-ONE-LEDGER-LINE.
           MOVE LG-LOAN-ID TO LOOKUP-LOAN-ID.
           PERFORM FIND-LOAN-IN-TABLE.

           IF ENTRY-FOUND
               MOVE 'Y' TO LT-HAS-LEDGER (LOAN-INDEX)
           ELSE
               MOVE 'C02' TO ANOMALY-CODE
               MOVE LG-LOAN-ID TO ANOMALY-LOAN-ID
               MOVE 'ligne du livre des soldes sans pret au ' &
                   'registre' TO ANOMALY-REASON
               MOVE SPACES TO ANOMALY-DETAIL
               MOVE 'Y' TO WS-BLOCKING
               PERFORM WRITE-ANOMALY
           END-IF.

           IF LG-TOTAL-RECEIVED < LG-TOTAL-DUE
               COMPUTE EXPECTED-OUTSTANDING =
                   LG-TOTAL-DUE - LG-TOTAL-RECEIVED
           ELSE
               MOVE 0 TO EXPECTED-OUTSTANDING
           END-IF.

           IF LG-OUTSTANDING NOT = EXPECTED-OUTSTANDING
               MOVE 'C05' TO ANOMALY-CODE
               MOVE LG-LOAN-ID TO ANOMALY-LOAN-ID
               MOVE 'reste du different de l''appele moins ' &
                   'l''encaisse' TO ANOMALY-REASON
               MOVE LG-OUTSTANDING TO AMOUNT-DISPLAY-1
               MOVE EXPECTED-OUTSTANDING TO AMOUNT-DISPLAY-2
               MOVE SPACES TO ANOMALY-DETAIL
               STRING 'livre ' AMOUNT-DISPLAY-1 ' attendu '
                   AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                   INTO ANOMALY-DETAIL
               MOVE 'Y' TO WS-BLOCKING
               PERFORM WRITE-ANOMALY
           END-IF.

      * Un pret debloque n'a de ligne au livre qu'au premier
      * reglement ou au premier impaye de son premier appel : sans
      * echeance deja rapprochee ni appel historique au-dela du
      * delai de rapprochement, l'absence de ligne n'est qu'une
      * alerte. Un pret jamais journalise doit etre encore a
      * l'etat de sa creation, SIMULE.
       CHECK-REGISTER.
           PERFORM VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX > LOAN-COUNT

               IF LT-STATUS (LOAN-INDEX) = 'DEBLOQUE' AND
                       LT-HAS-LEDGER (LOAN-INDEX) = 'N'
                   MOVE 'C01' TO ANOMALY-CODE
                   MOVE LT-LOAN-ID (LOAN-INDEX) TO ANOMALY-LOAN-ID
                   MOVE 'pret DEBLOQUE sans ligne au livre des ' &
                       'soldes' TO ANOMALY-REASON
                   IF LT-POSTED-CALL (LOAN-INDEX) = 'Y'
                       MOVE 'echeance deja rapprochee' TO
                           ANOMALY-DETAIL
                       MOVE 'Y' TO WS-BLOCKING
                   ELSE
                       IF LT-AGED-CALL (LOAN-INDEX) = 'Y'
                           MOVE 'appel de l''historique echu depuis '
                               & 'plus de 20 jours' TO ANOMALY-DETAIL
                           MOVE 'Y' TO WS-BLOCKING
                       ELSE
                           MOVE 'premier appel pas encore rapproche'
                               TO ANOMALY-DETAIL
                           MOVE 'N' TO WS-BLOCKING
                       END-IF
                   END-IF
                   PERFORM WRITE-ANOMALY
               END-IF

               IF LT-LAST-LOG-STATUS (LOAN-INDEX) = SPACES
                   MOVE 'SIMULE' TO LT-LAST-LOG-STATUS (LOAN-INDEX)
               END-IF
               IF LT-STATUS (LOAN-INDEX) NOT =
                       LT-LAST-LOG-STATUS (LOAN-INDEX)
                   MOVE 'C04' TO ANOMALY-CODE
                   MOVE LT-LOAN-ID (LOAN-INDEX) TO ANOMALY-LOAN-ID
                   MOVE 'etat du registre different du journal' TO
                       ANOMALY-REASON
                   MOVE SPACES TO ANOMALY-DETAIL
                   STRING 'registre ' LT-STATUS (LOAN-INDEX)
                       ' journal ' LT-LAST-LOG-STATUS (LOAN-INDEX)
                       DELIMITED BY SIZE INTO ANOMALY-DETAIL
                   MOVE 'N' TO WS-BLOCKING
                   PERFORM WRITE-ANOMALY
               END-IF
           END-PERFORM.

       WRITE-ANOMALY.
           ADD 1 TO ANOMALY-COUNT.

           MOVE ANOMALY-CODE TO WS-E-CODE.
           IF ANOMALY-IS-BLOCKING
               ADD 1 TO BLOCKING-COUNT
               MOVE 'BLOQUANT' TO WS-E-SEVERITY
           ELSE
               ADD 1 TO WARNING-COUNT
               MOVE 'ALERTE' TO WS-E-SEVERITY
           END-IF.
           MOVE ANOMALY-LOAN-ID TO WS-E-LOAN-ID.
           MOVE ANOMALY-REASON TO WS-E-REASON.
           MOVE ANOMALY-DETAIL TO WS-E-DETAIL.

           MOVE WS-ANOMALY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Recherche dichotomique dans la table du registre, triee
      * par numero de pret.
       FIND-LOAN-IN-TABLE.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 1 TO LOW-INDEX.
           MOVE LOAN-COUNT TO HIGH-INDEX.

           PERFORM UNTIL ENTRY-FOUND OR LOW-INDEX > HIGH-INDEX
               COMPUTE MIDDLE-INDEX = (LOW-INDEX + HIGH-INDEX) / 2
               EVALUATE TRUE
                   WHEN LT-LOAN-ID (MIDDLE-INDEX) = LOOKUP-LOAN-ID
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       MOVE MIDDLE-INDEX TO LOAN-INDEX
                   WHEN LT-LOAN-ID (MIDDLE-INDEX) < LOOKUP-LOAN-ID
                       COMPUTE LOW-INDEX = MIDDLE-INDEX + 1
                   WHEN OTHER
                       IF MIDDLE-INDEX = 1
                           MOVE 0 TO HIGH-INDEX
                       ELSE
                           COMPUTE HIGH-INDEX = MIDDLE-INDEX - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.
