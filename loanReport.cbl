      * 11-20 / 21-25 ans que la table des taux) et par taux
      * appliqué, avec taux moyen pondéré par le capital et
      * mensualité moyenne par rubrique, plus les totaux généraux.
      * Etape de fin de mois de la chaîne de nuit, passée le
      * dernier jour ouvré du mois à la date de traitement
      * (business_date.txt) ; lançable seule. Le code retour vaut
      * 8 en cas d'échec et le compteur d'étape partagé porte le
      * nombre de prêts recensés.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-G-MONTHLY PIC ZZZ,ZZZ,ZZ9.99.

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Etat de production mensuel du registre des prets'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.

           PERFORM INITIALIZE-TABLES.
           PERFORM ACCUMULATE-REGISTER.
           DISPLAY 'Prets recenses : ' GRAND-LOAN-COUNT.
           DISPLAY 'Etat ecrit dans production_report.txt'.

           MOVE GRAND-LOAN-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

       INITIALIZE-TABLES.
           PERFORM VARYING TERM-BUCKET-INDEX FROM 1 BY 1
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL END-OF-MASTER
