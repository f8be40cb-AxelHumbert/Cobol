      * reception de l'offre par le client soit ecoule, et que
      * l'offre soit encore dans son delai de validite de trente
      * jours ; le motif de tout refus est affiche a l'operateur.
      * Le passage d'ACCEPTE a DEBLOQUE verse le capital en une
      * fois : la tranche unique est portee dans disbursements.txt
      * pour l'interface comptable. Les prets construction
      * debloques par tranches passent par le deblocage
      * echelonne (loanDisburse). L'operateur s'identifie en
      * debut de session : il est porte au journal des etats avec
      * chaque transition, et toute modification de la fiche est
      * tracee dans la piste d'audit avec son image avant et
      * apres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO "disbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  STATUS-LOG-FILE.
           COPY STATREC.

       FD  DISBURSEMENT-FILE.
           COPY DISBREC.

       WORKING-STORAGE SECTION.

       77  SEARCH-LOAN-ID PIC 9(8).
       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-STATUS-LOG-STATUS PIC XX.
       01  WS-DISBURSEMENT-STATUS PIC XX.

       01  WS-DONE PIC X VALUE 'N'.
           88  MAINTENANCE-DONE VALUE 'Y'.
       01  OLD-STATUS PIC X(11).
       01  TODAY-DATE PIC 9(8).

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  LOAN-BEFORE-IMAGE PIC X(200).
           COPY AUDITREC.

      * Controle du delai de reflexion et de la validite de
      * l'offre a l'acceptation, par la meme arithmetique de
      * numeros de jour que la peremption nocturne des offres.
               STOP RUN
           END-IF.

           PERFORM ENTER-OPERATOR-ID.

           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY 'Numero du pret (0 pour terminer) ?'
               ACCEPT SEARCH-LOAN-ID
           IF NOT LOAN-FOUND
               DISPLAY 'Pret introuvable dans le registre.'
           ELSE
               MOVE LOAN-MASTER-RECORD TO LOAN-BEFORE-IMAGE
               DISPLAY 'Etat actuel : ' LM-STATUS ' (depuis le ',
                   LM-STATUS-DATE ')'
               DISPLAY 'Nouvel etat (SIMULE, OFFRE-EMISE, ACCEPTE,',
                           INVALID KEY
                               DISPLAY 'Erreur lors de la mise a ',
                                   'jour du pret ' LM-LOAN-ID
                           NOT INVALID KEY
                               PERFORM AUDIT-LOAN-CHANGE
                       END-REWRITE
               END-EVALUATE
           END-IF.
               INVALID KEY
                   DISPLAY 'Erreur lors de la mise a jour du pret ',
                       LM-LOAN-ID
               NOT INVALID KEY
                   PERFORM AUDIT-LOAN-CHANGE
           END-REWRITE.

           PERFORM LOG-TRANSITION.

           IF OLD-STATUS = 'ACCEPTE' AND LM-DEBLOQUE
               PERFORM WRITE-SINGLE-TRANCHE
           END-IF.

           DISPLAY 'Pret ' LM-LOAN-ID ' passe de ' OLD-STATUS,
               ' a ' NEW-STATUS '.'.

           MOVE OLD-STATUS TO SL-OLD-STATUS.
           MOVE LM-STATUS TO SL-NEW-STATUS.
           MOVE TODAY-DATE TO SL-DATE.
           MOVE OPERATOR-ID TO SL-OPERATOR.
           MOVE 'loanStatus' TO SL-ORIGIN.
           WRITE STATUS-LOG-RECORD.

           CLOSE STATUS-LOG-FILE.

      * L'image apres devient l'image avant de la modification
      * suivante du meme pret dans la session (la reception de
      * l'offre puis l'acceptation).
       AUDIT-LOAN-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanStatus' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'PRET' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE LOAN-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LOAN-MASTER-RECORD TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

           MOVE LOAN-MASTER-RECORD TO LOAN-BEFORE-IMAGE.

      * Toute transition est attribuee a un operateur : la
      * session ne s'ouvre pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * Deblocage en une fois : le capital emprunte part en une
      * tranche unique, reprise par l'interface comptable comme
      * les tranches des prets construction.
       WRITE-SINGLE-TRANCHE.
           OPEN EXTEND DISBURSEMENT-FILE.
           IF WS-DISBURSEMENT-STATUS = '35'
               OPEN OUTPUT DISBURSEMENT-FILE
           END-IF.

           MOVE LM-LOAN-ID TO DB-LOAN-ID.
           MOVE 1 TO DB-TRANCHE-NUMBER.
           MOVE TODAY-DATE TO DB-DATE.
           MOVE LM-LOANED-AMOUNT TO DB-AMOUNT.
           MOVE 'EN UNE FOIS' TO DB-CALL-REF.
           WRITE DISBURSEMENT-RECORD.

           CLOSE DISBURSEMENT-FILE.
