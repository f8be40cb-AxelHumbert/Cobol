
      * Tenue du fichier des clients : création et mise à jour des
      * fiches (nom, adresse, revenu mensuel net, charges de crédit
      * existantes, date de vérification des revenus, mandat de
      * prélèvement SEPA). Les simulateurs et le batch lisent ce
      * fichier au lieu de faire ressaisir le revenu à chaque
      * demande ; le prélèvement des échéances y trouve l'IBAN et
      * la référence du mandat. L'opérateur s'identifie en début
      * de session ; chaque fiche créée ou modifiée est tracée
      * dans la piste d'audit avec son image avant et après.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  WS-CUSTOMER-STATUS PIC XX.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  CUSTOMER-BEFORE-IMAGE PIC X(200).
           COPY AUDITREC.

       01  ENTERED-CUSTOMER-ID PIC X(10).
       01  WS-DONE PIC X VALUE 'N'.
           88  MAINTENANCE-DONE VALUE 'Y'.
               STOP RUN
           END-IF.

           PERFORM ENTER-OPERATOR-ID.

           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY 'Identifiant du client (vide pour terminer) ?'
               ACCEPT ENTERED-CUSTOMER-ID
                   MOVE 'Y' TO WS-FOUND
           END-READ.

           MOVE SPACES TO CUSTOMER-BEFORE-IMAGE.

           IF CUSTOMER-FOUND
               MOVE CUSTOMER-RECORD TO CUSTOMER-BEFORE-IMAGE
               MOVE CM-MONTHLY-INCOME TO INCOME-DISPLAY
               MOVE CM-EXISTING-DEBTS TO DEBTS-DISPLAY
               DISPLAY 'Fiche existante :'
               DISPLAY '  Charges existantes : ' DEBTS-DISPLAY ' €'
               DISPLAY '  Revenu verifie le  : '
                   CM-INCOME-VERIFIED-DATE
               PERFORM DISPLAY-MANDATE
               DISPLAY 'Nouvelles valeurs :'
           ELSE
               DISPLAY 'Client inconnu, creation d''une fiche.'
                   INVALID KEY
                       DISPLAY 'Erreur lors de la mise a jour de ',
                           'la fiche ' CM-CUSTOMER-ID
                   NOT INVALID KEY
                       PERFORM AUDIT-CUSTOMER-CHANGE
               END-REWRITE
               DISPLAY 'Fiche mise a jour : ' CM-CUSTOMER-ID
           ELSE
                   INVALID KEY
                       DISPLAY 'Erreur lors de la creation de la ',
                           'fiche ' CM-CUSTOMER-ID
                   NOT INVALID KEY
                       PERFORM AUDIT-CUSTOMER-CHANGE
               END-WRITE
               DISPLAY 'Fiche creee : ' CM-CUSTOMER-ID
           END-IF.

      * Une fiche ressaisie a l'identique n'a pas change : rien a
      * tracer.
       AUDIT-CUSTOMER-CHANGE.
           IF CUSTOMER-RECORD NOT = CUSTOMER-BEFORE-IMAGE
               MOVE OPERATOR-ID TO AU-OPERATOR
               MOVE 'custMaint' TO AU-PROGRAM
               IF CUSTOMER-FOUND
                   MOVE 'M' TO AU-ACTION
               ELSE
                   MOVE 'C' TO AU-ACTION
               END-IF
               MOVE 'CLIENT' TO AU-RECORD-TYPE
               MOVE CM-CUSTOMER-ID TO AU-CUSTOMER-ID
               MOVE 0 TO AU-LOAN-ID
               MOVE CUSTOMER-BEFORE-IMAGE TO AU-BEFORE-IMAGE
               MOVE CUSTOMER-RECORD TO AU-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-RECORD
           END-IF.

      * Toute modification est attribuee a un operateur : la
      * session ne s'ouvre pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

       ENTER-CUSTOMER-FIELDS.
           DISPLAY 'Nom du client ?'.
           ACCEPT CM-NAME.
           ELSE
               MOVE ENTERED-DATE TO CM-INCOME-VERIFIED-DATE
           END-IF.

           PERFORM ENTER-MANDATE-FIELDS.

      * Fiches reprises d'avant le mandat SEPA : champs a blanc et
      * a zero, affiches comme absence de mandat.
       DISPLAY-MANDATE.
           IF CM-MANDATE-DATE NOT NUMERIC
               MOVE 0 TO CM-MANDATE-DATE
           END-IF.

           IF CM-IBAN = SPACES
               DISPLAY '  Mandat SEPA        : aucun'
           ELSE
               DISPLAY '  IBAN               : ' CM-IBAN
               DISPLAY '  BIC                : ' CM-BIC
               DISPLAY '  Reference mandat   : ' CM-MANDATE-REF
               DISPLAY '  Mandat signe le    : ' CM-MANDATE-DATE
           END-IF.

      * Sans IBAN, le client n'a pas de mandat : les autres champs
      * du mandat sont effaces pour que le prelevement ne presente
      * jamais une reference orpheline.
       ENTER-MANDATE-FIELDS.
           DISPLAY 'IBAN du compte a prelever (vide si aucun ',
               'mandat) ?'.
           ACCEPT CM-IBAN.

           IF CM-IBAN = SPACES
               MOVE SPACES TO CM-BIC
               MOVE SPACES TO CM-MANDATE-REF
               MOVE 0 TO CM-MANDATE-DATE
           ELSE
               DISPLAY 'BIC ?'
               ACCEPT CM-BIC
               DISPLAY 'Reference unique du mandat (RUM) ?'
               ACCEPT CM-MANDATE-REF
               DISPLAY 'Date de signature du mandat (AAAAMMJJ, 0 ',
                   'pour aujourd''hui) ?'
               ACCEPT ENTERED-DATE
               IF ENTERED-DATE = 0
                   MOVE TODAY-DATE TO CM-MANDATE-DATE
               ELSE
                   MOVE ENTERED-DATE TO CM-MANDATE-DATE
               END-IF
           END-IF.
