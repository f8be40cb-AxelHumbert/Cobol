       IDENTIFICATION DIVISION.
       PROGRAM-ID. custRekey.
       AUTHOR. Axel.

      * Reprise unique du fichier des clients : recopie le fichier
      * indexé existant (ancien dessin de 106 octets d'avant le
      * mandat de prélèvement SEPA) vers un nouveau fichier
      * customer_master.new au dessin courant. Les champs du mandat
      * (IBAN, BIC, référence et date de signature) sont repris à
      * blanc et à zéro ; ils se saisissent ensuite par la tenue
      * du fichier des clients. A lancer une seule fois, puis
      * renommer customer_master.new en customer_master.dat ; le
      * fichier d'origine n'est pas modifié.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT NEW-CUSTOMER-FILE ASSIGN TO "customer_master.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NC-CUSTOMER-ID
               FILE STATUS IS WS-NEW-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Ancien dessin du fichier des clients, fige au jour de la
      * bascule : 106 octets, sans le mandat SEPA. Decrit en clair
      * ici plutot que par le copybook, qui a grandi depuis.
       FD  CUSTOMER-FILE.
       01  OLD-CUSTOMER-RECORD.
           05  OC-CUSTOMER-ID PIC X(10).
           05  OC-BODY PIC X(96).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD.
           05  NC-CUSTOMER-ID PIC X(10).
           05  NC-BODY PIC X(96).
           05  NC-IBAN PIC X(34).
           05  NC-BIC PIC X(11).
           05  NC-MANDATE-REF PIC X(35).
           05  NC-MANDATE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-CUSTOMER-STATUS PIC XX.
       01  WS-NEW-CUSTOMER-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS VALUE 'Y'.

       01  READ-COUNT PIC 9(6) VALUE 0.
       01  WRITTEN-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Reprise du fichier des clients avec le mandat ',
               'de prelevement SEPA'.

      *    Reprise unique : si le fichier cible existe deja, le
      *    recreer ecraserait une bascule deja faite. On refuse,
      *    comme la reprise du registre des prets.
           OPEN INPUT NEW-CUSTOMER-FILE.
           IF WS-NEW-CUSTOMER-STATUS NOT = '35'
               CLOSE NEW-CUSTOMER-FILE
               DISPLAY 'Erreur : le fichier customer_master.new ',
                   'existe deja, reprise refusee. Supprimez-le ',
                   'volontairement avant de relancer la bascule.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le fichier ',
                   'des clients customer_master.dat (statut ',
                   WS-CUSTOMER-STATUS ').'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CUSTOMER-FILE.
           IF WS-NEW-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible de creer le fichier ',
                   'customer_master.new (statut ',
                   WS-NEW-CUSTOMER-STATUS ').'
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-CUSTOMERS
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       MOVE OC-CUSTOMER-ID TO NC-CUSTOMER-ID
                       MOVE OC-BODY TO NC-BODY
      *                Les fiches d'avant l'extension du dessin
      *                n'emportent pas le mandat : on le reprend a
      *                blanc et a zero.
                       MOVE SPACES TO NC-IBAN
                       MOVE SPACES TO NC-BIC
                       MOVE SPACES TO NC-MANDATE-REF
                       MOVE 0 TO NC-MANDATE-DATE
                       WRITE NEW-CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY 'Erreur d''ecriture sur le ',
                                   'client ' NC-CUSTOMER-ID,
                                   ' (statut ',
                                   WS-NEW-CUSTOMER-STATUS ').'
                           NOT INVALID KEY
                               ADD 1 TO WRITTEN-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE NEW-CUSTOMER-FILE.

           DISPLAY 'Clients lus    : ' READ-COUNT.
           DISPLAY 'Clients repris : ' WRITTEN-COUNT.
           DISPLAY 'Renommez customer_master.new en ',
               'customer_master.dat pour terminer la bascule.'.

           STOP RUN.
