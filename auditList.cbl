       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditList.
       AUTHOR. Axel.

      * Liste de la piste d'audit : relit audit_trail.txt, que
      * renseignent tous les programmes de tenue, et edite dans
      * audit_listing.txt les modifications retenues par les
      * criteres saisis (client, pret, operateur, periode ; un
      * critere laisse a blanc ou a zero ne filtre pas). Chaque
      * modification donne une ligne d'entete (date, heure,
      * operateur, programme, creation ou modification, type
      * d'enregistrement, client, pret) suivie des images avant
      * et apres de l'enregistrement, decoupees en segments de
      * cent caracteres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "audit_listing.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS PIC XX.
       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-AUDIT VALUE 'Y'.
       01  WS-SELECTED PIC X.
           88  ENTRY-SELECTED VALUE 'Y'.

       01  FILTER-CUSTOMER-ID PIC X(10).
       01  FILTER-LOAN-ID PIC 9(8).
       01  FILTER-OPERATOR PIC X(8).
       01  FILTER-DATE-FROM PIC 9(8).
       01  FILTER-DATE-TO PIC 9(8).

       01  READ-COUNT PIC 9(7) VALUE 0.
       01  LISTED-COUNT PIC 9(7) VALUE 0.

      * Images decoupees pour l'edition : deux segments de cent
      * caracteres par image.
       01  IMAGE-AREA PIC X(200).
       01  IMAGE-SEGMENTS REDEFINES IMAGE-AREA.
           05  IMAGE-SEGMENT PIC X(100) OCCURS 2 TIMES.
       01  SEGMENT-INDEX PIC 9.
       01  IMAGE-LABEL PIC X(8).

       01  WS-REPORT-TITLE.
           05  FILLER PIC X(29) VALUE
               'Piste d''audit - client : '.
           05  WS-T-CUSTOMER PIC X(10).
           05  FILLER PIC X(8) VALUE '  pret :'.
           05  WS-T-LOAN PIC X(9).
           05  FILLER PIC X(13) VALUE '  operateur :'.
           05  WS-T-OPERATOR PIC X(9).
           05  FILLER PIC X(6) VALUE '  du :'.
           05  WS-T-DATE-FROM PIC X(9).
           05  FILLER PIC X(6) VALUE '  au :'.
           05  WS-T-DATE-TO PIC X(9).

       01  WS-AUDIT-DETAIL.
           05  WS-A-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-TIME PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-OPERATOR PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-PROGRAM PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-ACTION PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-RECORD-TYPE PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-CUSTOMER-ID PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-A-LOAN-ID PIC 9(8).

       01  WS-IMAGE-DETAIL.
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-I-LABEL PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-I-SEGMENT PIC X(100).

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(24) VALUE
               'Modifications listees :'.
           05  WS-TL-LISTED PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(22) VALUE
               ' sur un total de '.
           05  WS-TL-READ PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Liste de la piste d''audit'.

           PERFORM ENTER-FILTERS.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir la piste ',
                   'd''audit audit_trail.txt (statut ',
                   WS-AUDIT-STATUS ').'
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM CHECK-FILTERS
                       IF ENTRY-SELECTED
                           PERFORM WRITE-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LISTED-COUNT TO WS-TL-LISTED.
           MOVE READ-COUNT TO WS-TL-READ.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.

           DISPLAY 'Modifications listees : ' LISTED-COUNT,
               ' sur ' READ-COUNT.
           DISPLAY 'Liste ecrite dans audit_listing.txt'.

           STOP RUN.

      * Un critere laisse a blanc ou a zero retient tout ; la
      * periode est bornee aux deux bouts, chaque borne etant
      * facultative.
       ENTER-FILTERS.
           DISPLAY 'Identifiant du client (vide pour tous) ?'.
           ACCEPT FILTER-CUSTOMER-ID.
           DISPLAY 'Numero du pret (0 pour tous) ?'.
           ACCEPT FILTER-LOAN-ID.
           DISPLAY 'Identifiant de l''operateur (vide pour tous) ?'.
           ACCEPT FILTER-OPERATOR.
           DISPLAY 'Du (AAAAMMJJ, 0 sans borne) ?'.
           ACCEPT FILTER-DATE-FROM.
           DISPLAY 'Au (AAAAMMJJ, 0 sans borne) ?'.
           ACCEPT FILTER-DATE-TO.

       CHECK-FILTERS.
           MOVE 'Y' TO WS-SELECTED.

           IF FILTER-CUSTOMER-ID NOT = SPACES AND
                   AU-CUSTOMER-ID NOT = FILTER-CUSTOMER-ID
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF FILTER-LOAN-ID NOT = 0 AND
                   AU-LOAN-ID NOT = FILTER-LOAN-ID
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF FILTER-OPERATOR NOT = SPACES AND
                   AU-OPERATOR NOT = FILTER-OPERATOR
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF FILTER-DATE-FROM NOT = 0 AND
                   AU-DATE < FILTER-DATE-FROM
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF FILTER-DATE-TO NOT = 0 AND
                   AU-DATE > FILTER-DATE-TO
               MOVE 'N' TO WS-SELECTED
           END-IF.

       WRITE-REPORT-HEADER.
           IF FILTER-CUSTOMER-ID = SPACES
               MOVE 'tous' TO WS-T-CUSTOMER
           ELSE
               MOVE FILTER-CUSTOMER-ID TO WS-T-CUSTOMER
           END-IF.
           IF FILTER-LOAN-ID = 0
               MOVE 'tous' TO WS-T-LOAN
           ELSE
               MOVE FILTER-LOAN-ID TO WS-T-LOAN
           END-IF.
           IF FILTER-OPERATOR = SPACES
               MOVE 'tous' TO WS-T-OPERATOR
           ELSE
               MOVE FILTER-OPERATOR TO WS-T-OPERATOR
           END-IF.
           IF FILTER-DATE-FROM = 0
               MOVE 'origine' TO WS-T-DATE-FROM
           ELSE
               MOVE FILTER-DATE-FROM TO WS-T-DATE-FROM
           END-IF.
           IF FILTER-DATE-TO = 0
               MOVE 'ce jour' TO WS-T-DATE-TO
           ELSE
               MOVE FILTER-DATE-TO TO WS-T-DATE-TO
           END-IF.

           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Date      Heure   Operateur Programme     ' &
               'Action        Type    Client      Pret'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-AUDIT-ENTRY.
           ADD 1 TO LISTED-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE AU-DATE TO WS-A-DATE.
           MOVE AU-TIME TO WS-A-TIME.
           MOVE AU-OPERATOR TO WS-A-OPERATOR.
           MOVE AU-PROGRAM TO WS-A-PROGRAM.
           IF AU-CREATION
               MOVE 'Creation' TO WS-A-ACTION
           ELSE
               MOVE 'Modification' TO WS-A-ACTION
           END-IF.
           MOVE AU-RECORD-TYPE TO WS-A-RECORD-TYPE.
           MOVE AU-CUSTOMER-ID TO WS-A-CUSTOMER-ID.
           MOVE AU-LOAN-ID TO WS-A-LOAN-ID.
           MOVE WS-AUDIT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Une creation n'a d'image avant que si le programme en
      *    donne une (bareme en vigueur pour un nouveau bareme).
           IF NOT AU-CREATION OR AU-BEFORE-IMAGE NOT = SPACES
               MOVE 'Avant' TO IMAGE-LABEL
               MOVE AU-BEFORE-IMAGE TO IMAGE-AREA
               PERFORM WRITE-IMAGE
           END-IF.

           MOVE 'Apres' TO IMAGE-LABEL.
           MOVE AU-AFTER-IMAGE TO IMAGE-AREA.
           PERFORM WRITE-IMAGE.

      * Le second segment n'est edite que s'il porte quelque chose :
      * les enregistrements courts tiennent sur une ligne.
       WRITE-IMAGE.
           PERFORM VARYING SEGMENT-INDEX FROM 1 BY 1
               UNTIL SEGMENT-INDEX > 2
               IF SEGMENT-INDEX = 1 OR
                       IMAGE-SEGMENT (SEGMENT-INDEX) NOT = SPACES
                   MOVE IMAGE-LABEL TO WS-I-LABEL
                   MOVE IMAGE-SEGMENT (SEGMENT-INDEX) TO
                       WS-I-SEGMENT
                   MOVE WS-IMAGE-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO IMAGE-LABEL
               END-IF
           END-PERFORM.
