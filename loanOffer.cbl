      * taux, la mensualité, l'assurance, les frais de dossier, le
      * TAEG, l'échéancier complet et les mentions légales, mis en
      * page pour impression. Tout vient des données calculées du
      * registre : aucune ressaisie. L'edition de l'offre d'un
      * pret SIMULE le fait passer a OFFRE-EMISE : l'operateur
      * s'identifie alors, son nom est porte au journal des etats
      * et la fiche modifiee est tracee dans la piste d'audit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  TAEG-DISPLAY PIC ZZ9.99.
       01  ALL-IN-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  LOAN-BEFORE-IMAGE PIC X(200).
           COPY AUDITREC.

       01  WS-OFFER-FIELD-LINE.
           05  WS-F-LABEL PIC X(34).
           05  WS-F-VALUE PIC X(30).
      * OFFRE-EMISE ; c'est cette date qui ouvre le delai legal de
      * validite de trente jours.
       MARK-OFFER-ISSUED.
           PERFORM ENTER-OPERATOR-ID.

           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible de rouvrir le registre ',
                   DISPLAY 'Erreur : pret disparu du registre, ',
                       'etat non mis a jour : ' LM-LOAN-ID
               NOT INVALID KEY
                   MOVE LOAN-MASTER-RECORD TO LOAN-BEFORE-IMAGE
                   MOVE 'OFFRE-EMISE' TO LM-STATUS
                   MOVE RUN-DATE TO LM-STATUS-DATE
      *            La date de reception par le client n'est pas
                       INVALID KEY
                           DISPLAY 'Erreur lors de la mise a jour ',
                               'du pret ' LM-LOAN-ID
                       NOT INVALID KEY
                           PERFORM AUDIT-LOAN-CHANGE
                   END-REWRITE
                   PERFORM LOG-TRANSITION
                   DISPLAY 'Pret ' LM-LOAN-ID ' passe a l''etat ',
           MOVE 'SIMULE' TO SL-OLD-STATUS.
           MOVE LM-STATUS TO SL-NEW-STATUS.
           MOVE RUN-DATE TO SL-DATE.
           MOVE OPERATOR-ID TO SL-OPERATOR.
           MOVE 'loanOffer' TO SL-ORIGIN.
           WRITE STATUS-LOG-RECORD.

           CLOSE STATUS-LOG-FILE.

       AUDIT-LOAN-CHANGE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'loanOffer' TO AU-PROGRAM.
           MOVE 'M' TO AU-ACTION.
           MOVE 'PRET' TO AU-RECORD-TYPE.
           MOVE LM-APPLICANT-ID TO AU-CUSTOMER-ID.
           MOVE LM-LOAN-ID TO AU-LOAN-ID.
           MOVE LOAN-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE LOAN-MASTER-RECORD TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.

      * L'emission de l'offre est attribuee a un operateur : le
      * changement d'etat ne se fait pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

       FIND-LOAN.
           OPEN INPUT LOAN-MASTER-FILE.

