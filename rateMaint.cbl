      * montant) avec sa date d'entrée en vigueur, qui peut être
      * future pour préparer le changement d'échelle à l'avance.
      * Le nouveau bareme s'ajoute en fin de rates.txt ; les
      * baremes remplacés ne sont jamais effacés. L'opérateur
      * s'identifie avant la saisie ; chaque bareme enregistré
      * est tracé dans la piste d'audit, avec le bareme qu'il
      * remplace en image avant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88  DATE-IS-VALID VALUE 'Y'.
       01  WS-CONFIRM PIC X.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY AUDITREC.

       01  TODAY-DATE PIC 9(8).
       01  BEST-DATE PIC 9(8) VALUE 0.
       01  WS-IN-FORCE-FOUND PIC X VALUE 'N'.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM ENTER-OPERATOR-ID.

           PERFORM FIND-GRID-IN-FORCE.

           IF IN-FORCE-FOUND
               CLOSE RATES-FILE
           END-IF.

      * Tout bareme est attribue a un operateur : la saisie ne
      * s'ouvre pas sans identifiant.
       ENTER-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'Identifiant de l''operateur ?'
               ACCEPT OPERATOR-ID
           END-PERFORM.

       ENTER-NEW-GRID.
           PERFORM UNTIL DATE-IS-VALID
               DISPLAY 'Date d''entree en vigueur du nouveau ',
           WRITE RATE-GRID-RECORD.

           CLOSE RATES-FILE.

           PERFORM AUDIT-NEW-GRID.

      * Le bareme ajoute ne remplace aucune ligne du fichier :
      * c'est une creation, le bareme en vigueur au moment de la
      * saisie servant d'image avant.
       AUDIT-NEW-GRID.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE 'rateMaint' TO AU-PROGRAM.
           MOVE 'C' TO AU-ACTION.
           MOVE 'BAREME' TO AU-RECORD-TYPE.
           MOVE SPACES TO AU-CUSTOMER-ID.
           MOVE 0 TO AU-LOAN-ID.

           IF IN-FORCE-FOUND
               MOVE IN-FORCE-GRID TO AU-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO AU-BEFORE-IMAGE
           END-IF.

           MOVE NEW-GRID TO AU-AFTER-IMAGE.

           CALL 'AUDITLOG' USING AUDIT-RECORD.
