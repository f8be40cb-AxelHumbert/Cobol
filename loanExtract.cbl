      * séquence strictement croissant conservé avec la date de
      * derniere extraction dans gl_extract_seq.txt) et un
      * enregistrement de fin (nombre de prêts, total des
      * capitaux), suivis des tranches de fonds versées sur la
      * même période (disbursements.txt), deblocages en une fois
      * comme tranches des prêts construction, que le trailer
      * totalise à part. Le fichier n'est jamais écrasé tant que la
      * comptabilité n'a pas marqué le précédent comme collecté
      * dans gl_extract_flag.txt (contenu COLLECTE) ; les jours
      * refusés sont rattrapés par le passage suivant.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO "disbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  FLAG-FILE.
       01  FLAG-LINE PIC X(12).

       FD  DISBURSEMENT-FILE.
           COPY DISBREC.

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-EXTRACT-STATUS PIC XX.
       01  WS-SEQUENCE-STATUS PIC XX.
       01  WS-FLAG-STATUS PIC XX.
       01  WS-DISBURSEMENT-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-MASTER VALUE 'Y'.
       01  WS-DISB-EOF PIC X VALUE 'N'.
           88  END-OF-DISBURSEMENTS VALUE 'Y'.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit : nombre de prets et de tranches extraits.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       01  RUN-DATE PIC 9(8).
       01  LAST-EXTRACT-DATE PIC 9(8) VALUE 0.
       01  EXTRACT-COUNT PIC 9(6) VALUE 0.
       01  EXTRACT-AMOUNT-TOTAL PIC 9(15) VALUE 0.
       01  TRANCHE-COUNT PIC 9(6) VALUE 0.
       01  TRANCHE-AMOUNT-TOTAL PIC 9(15) VALUE 0.

       01  WS-HEADER-DETAIL.
           05  WS-E-TYPE PIC X VALUE 'E'.
           05  WS-L-MONTHLY-PAYMENT PIC 9(11).
           05  WS-L-LOAN-DATE PIC 9(8).

       01  WS-TRANCHE-DETAIL.
           05  WS-V-TYPE PIC X VALUE 'V'.
           05  WS-V-LOAN-ID PIC 9(8).
           05  WS-V-TRANCHE-NUMBER PIC 99.
           05  WS-V-DATE PIC 9(8).
           05  WS-V-AMOUNT PIC 9(9).
           05  WS-V-CALL-REF PIC X(15).

       01  WS-TRAILER-DETAIL.
           05  WS-T-TYPE PIC X VALUE 'T'.
           05  WS-T-COUNT PIC 9(6).
           05  WS-T-AMOUNT-TOTAL PIC 9(15).
           05  WS-T-TRANCHE-COUNT PIC 9(6).
           05  WS-T-TRANCHE-TOTAL PIC 9(15).

       PROCEDURE DIVISION.


           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.

           PERFORM CHECK-PREVIOUS-EXTRACT.
           PERFORM GET-NEXT-SEQUENCE.
           PERFORM MARK-NOT-COLLECTED.

           DISPLAY 'Extraction n°' EXTRACT-SEQUENCE ' : ',
               EXTRACT-COUNT ' pret(s) et ' TRANCHE-COUNT,
               ' tranche(s) extraits vers gl_extract.txt'.

           COMPUTE CHAIN-STEP-COUNT = EXTRACT-COUNT + TRANCHE-COUNT.

           GOBACK.


           CLOSE LOAN-MASTER-FILE.

           PERFORM WRITE-TRANCHES.

           MOVE EXTRACT-COUNT TO WS-T-COUNT.
           MOVE EXTRACT-AMOUNT-TOTAL TO WS-T-AMOUNT-TOTAL.
           MOVE TRANCHE-COUNT TO WS-T-TRANCHE-COUNT.
           MOVE TRANCHE-AMOUNT-TOTAL TO WS-T-TRANCHE-TOTAL.
           MOVE WS-TRAILER-DETAIL TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

           MOVE WS-LOAN-DETAIL TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

      * Sorties de fonds : chaque tranche versee depuis la
      * derniere extraction reussie, avec le meme rattrapage que
      * les prets octroyes.
       WRITE-TRANCHES.
           OPEN INPUT DISBURSEMENT-FILE.

           IF WS-DISBURSEMENT-STATUS = '35'
               MOVE 'Y' TO WS-DISB-EOF
           END-IF.

           PERFORM UNTIL END-OF-DISBURSEMENTS
               READ DISBURSEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-DISB-EOF
                   NOT AT END
                       IF DB-DATE > LAST-EXTRACT-DATE AND
                               DB-DATE <= RUN-DATE
                           PERFORM WRITE-ONE-TRANCHE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DISBURSEMENT-STATUS NOT = '35'
               CLOSE DISBURSEMENT-FILE
           END-IF.

       WRITE-ONE-TRANCHE.
           ADD 1 TO TRANCHE-COUNT.
           ADD DB-AMOUNT TO TRANCHE-AMOUNT-TOTAL.

           MOVE DB-LOAN-ID TO WS-V-LOAN-ID.
           MOVE DB-TRANCHE-NUMBER TO WS-V-TRANCHE-NUMBER.
           MOVE DB-DATE TO WS-V-DATE.
           MOVE DB-AMOUNT TO WS-V-AMOUNT.
           MOVE DB-CALL-REF TO WS-V-CALL-REF.

           MOVE WS-TRANCHE-DETAIL TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

       MARK-NOT-COLLECTED.
           OPEN OUTPUT FLAG-FILE.
           MOVE 'A-COLLECTER' TO FLAG-LINE.
