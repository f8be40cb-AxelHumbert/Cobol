       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanDisburse.
       AUTHOR. Axel.

      * Deblocage des fonds par tranches (prets construction, VEFA) :
      * le guichet enregistre chaque appel de fonds d'un pret. Au
      * premier appel d'un pret ACCEPTE, un dossier de deblocage
      * echelonne est ouvert dans staged_loans.txt avec la date
      * limite d'achevement des travaux, et le pret passe a l'etat
      * DEBLOQUE par la transition journalisee habituelle. Chaque
      * tranche est conservee dans disbursements.txt, d'ou
      * l'interface comptable la reprend le jour de son versement ;
      * le cumul des tranches est plafonne au capital emprunte.
      * Tant que le dossier est en prefinancement, l'appel mensuel
      * des echeances n'appelle que les interets intercalaires sur
      * le capital debloque ; aucune tranche n'est plus acceptee
      * une fois la periode de prefinancement close. L'operateur
      * s'identifie en debut de session : le dossier de deblocage
      * et la fiche du pret modifies sont traces dans la piste
      * d'audit avec leur image avant et apres, et la transition
      * vers DEBLOQUE porte son nom au journal des etats.
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

           SELECT STAGED-FILE ASSIGN TO "staged_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO "disbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

           SELECT STATUS-LOG-FILE ASSIGN TO "loan_status_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  STAGED-FILE.
           COPY STAGEREC.

       FD  DISBURSEMENT-FILE.
           COPY DISBREC.

       FD  STATUS-LOG-FILE.
           COPY STATREC.

       WORKING-STORAGE SECTION.

       77  SEARCH-LOAN-ID PIC 9(8).
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-STAGED-STATUS PIC XX.
       01  WS-DISBURSEMENT-STATUS PIC XX.
       01  WS-STATUS-LOG-STATUS PIC XX.

       01  WS-DONE PIC X VALUE 'N'.
           88  MAINTENANCE-DONE VALUE 'Y'.
       01  WS-FOUND PIC X.
           88  LOAN-FOUND VALUE 'Y'.
       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-TRANCHE-ALLOWED PIC X.
           88  TRANCHE-ALLOWED VALUE 'Y'.
       01  WS-CONFIRM PIC X.

       77  MAX-LOANS PIC 9(5) VALUE 50000.

      * Dossiers de deblocage echelonne, charges au lancement et
      * reecrits apres chaque tranche enregistree.
       01  STAGED-TABLE.
           05  STAGED-COUNT PIC 9(5) VALUE 0.
           05  STAGED-ENTRY OCCURS 50000 TIMES.
               10  ST-LOAN-ID PIC 9(8).
               10  ST-DEADLINE-DATE PIC 9(8).
               10  ST-RELEASED-AMOUNT PIC 9(9).
               10  ST-TRANCHE-COUNT PIC 99.
               10  ST-PHASE PIC X.
               10  ST-AMORT-START-DATE PIC 9(8).

       01  SEARCH-INDEX PIC 9(5).
       01  STAGED-INDEX PIC 9(5).

       01  TODAY-DATE PIC 9(8).
       01  OLD-STATUS PIC X(11).
       01  DEADLINE-DATE PIC 9(8).
       01  RELEASED-AMOUNT PIC 9(9).
       01  REMAINING-AMOUNT PIC 9(9).
       01  TRANCHE-NUMBER PIC 99.
       01  TRANCHE-AMOUNT PIC 9(9).
       01  CALL-REF PIC X(15).

       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  BEFORE-IMAGE PIC X(200).
       01  AUDIT-ACTION PIC X.
           COPY AUDITREC.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Deblocage des fonds par tranches'.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-STAGED-LOANS.

           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               STOP RUN
           END-IF.

           PERFORM ENTER-OPERATOR-ID.

           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY 'Numero du pret (0 pour terminer) ?'
               ACCEPT SEARCH-LOAN-ID
               IF SEARCH-LOAN-ID = 0
                   MOVE 'Y' TO WS-DONE
               ELSE
                   PERFORM DISBURSE-ONE-LOAN
               END-IF
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE.

           DISPLAY 'Fin des deblocages.'.

           STOP RUN.

       DISBURSE-ONE-LOAN.
           MOVE SEARCH-LOAN-ID TO LM-LOAN-ID.

           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

           IF NOT LOAN-FOUND
               DISPLAY 'Pret introuvable dans le registre.'
           ELSE
               PERFORM FIND-STAGED-ENTRY
               PERFORM CHECK-TRANCHE-ALLOWED
               IF TRANCHE-ALLOWED
                   PERFORM ENTER-TRANCHE
               END-IF
           END-IF.

      * Un pret ACCEPTE ouvre son dossier au premier appel de
      * fonds ; un pret DEBLOQUE n'accepte une nouvelle tranche
      * que s'il a un dossier encore en prefinancement et que la
      * date limite d'achevement n'est pas depassee. Un pret
      * debloque en une fois n'a pas de dossier.
       CHECK-TRANCHE-ALLOWED.
           MOVE 'N' TO WS-TRANCHE-ALLOWED.

           EVALUATE TRUE
               WHEN LM-ACCEPTE
                   IF STAGED-INDEX > 0
                       MOVE ST-DEADLINE-DATE (STAGED-INDEX) TO
                           DEADLINE-DATE
                       MOVE ST-RELEASED-AMOUNT (STAGED-INDEX) TO
                           RELEASED-AMOUNT
                       MOVE ST-TRANCHE-COUNT (STAGED-INDEX) TO
                           TRANCHE-NUMBER
                       MOVE 'Y' TO WS-TRANCHE-ALLOWED
                   ELSE
                       PERFORM ENTER-DEADLINE
                   END-IF
               WHEN LM-DEBLOQUE
                   IF STAGED-INDEX = 0
                       DISPLAY 'Pret debloque en une fois, aucune ',
                           'tranche complementaire possible.'
                   ELSE
                       IF ST-PHASE (STAGED-INDEX) = 'A'
                           DISPLAY 'Periode de prefinancement ',
                               'close depuis le ',
                               ST-AMORT-START-DATE (STAGED-INDEX),
                               ', tranche refusee.'
                       ELSE
                           IF TODAY-DATE >
                                   ST-DEADLINE-DATE (STAGED-INDEX)
                               DISPLAY 'Date limite d''achevement ',
                                   'des travaux depassee (le ',
                                   ST-DEADLINE-DATE (STAGED-INDEX),
                                   '), tranche refusee.'
                           ELSE
                               MOVE ST-DEADLINE-DATE (STAGED-INDEX)
                                   TO DEADLINE-DATE
                               MOVE ST-RELEASED-AMOUNT
                                   (STAGED-INDEX) TO RELEASED-AMOUNT
                               MOVE ST-TRANCHE-COUNT (STAGED-INDEX)
                                   TO TRANCHE-NUMBER
                               MOVE 'Y' TO WS-TRANCHE-ALLOWED
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'Pret a l''etat ' LM-STATUS ' : ',
                       'deblocage impossible.'
           END-EVALUATE.

      * La date limite d'achevement des travaux borne la periode
      * de prefinancement : elle ne peut pas etre deja passee.
       ENTER-DEADLINE.
           DISPLAY 'Date limite d''achevement des travaux ',
               '(AAAAMMJJ) ?'.
           ACCEPT DEADLINE-DATE.

           IF DEADLINE-DATE NOT > TODAY-DATE
               DISPLAY 'Date limite deja atteinte, dossier non ',
                   'ouvert.'
           ELSE
               MOVE 0 TO RELEASED-AMOUNT
               MOVE 0 TO TRANCHE-NUMBER
               MOVE 'Y' TO WS-TRANCHE-ALLOWED
           END-IF.

      * Le cumul des tranches ne depasse jamais le capital
      * emprunte : une tranche trop forte est ramenee au reste a
      * debloquer, comme un remboursement anticipe est plafonne au
      * capital restant du.
       ENTER-TRANCHE.
           COMPUTE REMAINING-AMOUNT =
               LM-LOANED-AMOUNT - RELEASED-AMOUNT.

           MOVE LM-LOANED-AMOUNT TO AMOUNT-DISPLAY.
           DISPLAY 'Capital emprunte : ' AMOUNT-DISPLAY ' €'.
           MOVE RELEASED-AMOUNT TO AMOUNT-DISPLAY.
           DISPLAY 'Deja debloque    : ' AMOUNT-DISPLAY ' € en ',
               TRANCHE-NUMBER ' tranche(s)'.
           MOVE REMAINING-AMOUNT TO AMOUNT-DISPLAY.
           DISPLAY 'Reste a debloquer : ' AMOUNT-DISPLAY ' €'.

           DISPLAY 'Montant de la tranche (0 pour abandonner) ?'.
           ACCEPT TRANCHE-AMOUNT.

           IF TRANCHE-AMOUNT = 0
               DISPLAY 'Aucune tranche enregistree.'
           ELSE
               IF TRANCHE-AMOUNT > REMAINING-AMOUNT
                   MOVE REMAINING-AMOUNT TO TRANCHE-AMOUNT
                   DISPLAY 'Montant plafonné au reste a debloquer.'
               END-IF
               DISPLAY 'Reference de l''appel de fonds ?'
               ACCEPT CALL-REF
               MOVE TRANCHE-AMOUNT TO AMOUNT-DISPLAY
               DISPLAY 'Verser ' AMOUNT-DISPLAY ' € sur le pret ',
                   LM-LOAN-ID ' (O/N) ?'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
                   PERFORM BOOK-TRANCHE
               ELSE
                   DISPLAY 'Tranche non enregistree.'
               END-IF
           END-IF.

      * Un dossier ouvert n'est enregistre qu'avec sa premiere
      * tranche ; le pret ACCEPTE passe alors a DEBLOQUE.
       BOOK-TRANCHE.
           ADD 1 TO TRANCHE-NUMBER.
           ADD TRANCHE-AMOUNT TO RELEASED-AMOUNT.

           IF STAGED-INDEX = 0
               MOVE SPACES TO BEFORE-IMAGE
               MOVE 'C' TO AUDIT-ACTION
           ELSE
               MOVE STAGED-ENTRY (STAGED-INDEX) TO BEFORE-IMAGE
               MOVE 'M' TO AUDIT-ACTION
           END-IF.

           IF STAGED-INDEX = 0
               IF STAGED-COUNT >= MAX-LOANS
                   DISPLAY 'Fichier des dossiers de deblocage plein, ',
                       'tranche non enregistree.'
               ELSE
                   ADD 1 TO STAGED-COUNT
                   MOVE STAGED-COUNT TO STAGED-INDEX
                   MOVE LM-LOAN-ID TO ST-LOAN-ID (STAGED-INDEX)
                   MOVE DEADLINE-DATE TO
                       ST-DEADLINE-DATE (STAGED-INDEX)
                   MOVE 'P' TO ST-PHASE (STAGED-INDEX)
                   MOVE 0 TO ST-AMORT-START-DATE (STAGED-INDEX)
               END-IF
           END-IF.

           IF STAGED-INDEX > 0
               MOVE RELEASED-AMOUNT TO
                   ST-RELEASED-AMOUNT (STAGED-INDEX)
               MOVE TRANCHE-NUMBER TO ST-TRANCHE-COUNT (STAGED-INDEX)
               PERFORM REWRITE-STAGED-LOANS
               PERFORM AUDIT-STAGED-CHANGE
               PERFORM WRITE-TRANCHE

               IF LM-ACCEPTE
                   PERFORM APPLY-DISBURSED-STATUS
               END-IF

               DISPLAY 'Tranche ' TRANCHE-NUMBER ' enregistree sur ',
                   'le pret ' LM-LOAN-ID '.'
               IF RELEASED-AMOUNT = LM-LOANED-AMOUNT
                   DISPLAY 'Capital entierement debloque : ',
                       'l''amortissement commencera au prochain ',
                       'appel des echeances.'
               END-IF
           END-IF.

       WRITE-TRANCHE.
           OPEN EXTEND DISBURSEMENT-FILE.
           IF WS-DISBURSEMENT-STATUS = '35'
               OPEN OUTPUT DISBURSEMENT-FILE
           END-IF.

           MOVE LM-LOAN-ID TO DB-LOAN-ID.
           MOVE TRANCHE-NUMBER TO DB-TRANCHE-NUMBER.
           MOVE TODAY-DATE TO DB-DATE.
           MOVE TRANCHE-AMOUNT TO DB-AMOUNT.
           MOVE CALL-REF TO DB-CALL-REF.
           WRITE DISBURSEMENT-RECORD.

           CLOSE DISBURSEMENT-FILE.

       APPLY-DISBURSED-STATUS.
           MOVE LOAN-MASTER-RECORD TO BEFORE-IMAGE.
           MOVE LM-STATUS TO OLD-STATUS.
           MOVE 'DEBLOQUE' TO LM-STATUS.
           MOVE TODAY-DATE TO LM-STATUS-DATE.

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Erreur lors de la mise a jour du pret ',
                       LM-LOAN-ID
               NOT INVALID KEY
                   PERFORM AUDIT-LOAN-CHANGE
           END-REWRITE.

           PERFORM LOG-TRANSITION.

           DISPLAY 'Pret ' LM-LOAN-ID ' passe de ' OLD-STATUS,
               ' a DEBLOQUE.'.

       LOG-TRANSITION.
           OPEN EXTEND STATUS-LOG-FILE.
           IF WS-STATUS-LOG-STATUS = '35'
               OPEN OUTPUT STATUS-LOG-FILE
           END-IF.

           MOVE LM-LOAN-ID TO SL-LOAN-ID.
           MOVE OLD-STATUS TO SL-OLD-STATUS.
           MOVE LM-STATUS TO SL-NEW-STATUS.
           MOVE TODAY-DATE TO SL-DATE.
           MOVE OPERATOR-ID TO SL-OPERATOR.
           MOVE 'loanDisburse' TO SL-ORIGIN.
           WRITE STATUS-LOG-RECORD.

           CLOSE STATUS-LOG-FILE.

      * Le dossier de deblocage est trace dans sa disposition de
      * staged_loans.txt : creation a la premiere tranche,
      * modification aux suivantes.
       AUDIT-STAGED-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanDisburse' TO AU-PROGRAM.
           MOVE AUDIT-ACTION TO AU-ACTION.
           MOVE 'DEBLOC' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE STAGED-ENTRY (STAGED-INDEX) TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

       AUDIT-LOAN-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanDisburse' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'PRET' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LOAN-MASTER-RECORD TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

      * Toute tranche est attribuee a un operateur : la session
      * ne s'ouvre pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

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
                       IF STAGED-COUNT < MAX-LOANS
                           ADD 1 TO STAGED-COUNT
                           MOVE SG-LOAN-ID TO
                               ST-LOAN-ID (STAGED-COUNT)
                           MOVE SG-DEADLINE-DATE TO
                               ST-DEADLINE-DATE (STAGED-COUNT)
                           MOVE SG-RELEASED-AMOUNT TO
                               ST-RELEASED-AMOUNT (STAGED-COUNT)
                           MOVE SG-TRANCHE-COUNT TO
                               ST-TRANCHE-COUNT (STAGED-COUNT)
                           MOVE SG-PHASE TO ST-PHASE (STAGED-COUNT)
                           MOVE SG-AMORT-START-DATE TO
                               ST-AMORT-START-DATE (STAGED-COUNT)
                       ELSE
                           DISPLAY 'Fichier des dossiers de ',
                               'deblocage trop grand pour la table ',
                               'interne, fin du traitement.'
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-STAGED-STATUS NOT = '35'
               CLOSE STAGED-FILE
           END-IF.

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
