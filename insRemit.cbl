      * Le passage est un simple filtre séquentiel par fichier de
      * travail, sans table interne : le livre peut dépasser les
      * limites des tables des autres passages sans rien perdre.
      * Etape de fin de mois de la chaîne de nuit, passée le
      * dernier jour ouvré du mois à la date de traitement
      * (business_date.txt) ; lançable seule. Le code retour vaut
      * 8 en cas d'échec et le compteur d'étape partagé porte le
      * nombre de prêts portés au bordereau.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-T-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE ' EUR'.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Bordereau mensuel de reversement a l''assureur'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.

           OPEN OUTPUT REMITTANCE-FILE.
           MOVE RUN-DATE TO WS-RH-DATE.
           DISPLAY 'Prets au bordereau : ' REMIT-LOAN-COUNT.
           DISPLAY 'Bordereau ecrit dans bordereau_assureur.txt'.

           MOVE REMIT-LOAN-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

      * Filtre sequentiel du livre : chaque ligne est relue, les
      * primes a reverser partent au bordereau et le cumul reverse
