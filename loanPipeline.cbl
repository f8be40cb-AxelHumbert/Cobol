       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanPipeline.
       AUTHOR. Axel.

      * Entonnoir commercial mensuel : relit le registre des prêts
      * et le journal des changements d'état loan_status_log.txt
      * pour suivre chaque simulation jusqu'où elle est allée
      * (SIMULE, OFFRE-EMISE, ACCEPTE, DEBLOQUE). Par mois de
      * simulation (date du prêt), par palier de durée et par
      * palier de montant (les bandes de la table des taux),
      * l'état pipeline_report.txt donne le nombre de prêts et le
      * capital parvenus à chaque étape, le taux de conversion
      * d'une étape à la suivante et de bout en bout, les délais
      * moyen et maximal en jours entre les étapes, et les offres
      * perdues : laissées périmer par la purge nocturne ou
      * annulées par le client. Une étape atteinte sans ligne au
      * journal (prêts antérieurs au journal) est déduite de
      * l'état du registre ; son délai n'est pas mesuré. Les prêts
      * archivés sortent du registre et de l'état.
      * Etape de fin de mois de la chaîne de nuit, passée le
      * dernier jour ouvré du mois à la date de traitement
      * (business_date.txt) ; lançable seule. Le code retour vaut
      * 8 en cas d'échec et le compteur d'étape partagé porte le
      * nombre de prêts suivis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               ALTERNATE RECORD KEY IS LM-APPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT STATUS-LOG-FILE ASSIGN TO "loan_status_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "pipeline_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  STATUS-LOG-FILE.
           COPY STATREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOAN-MASTER-STATUS PIC XX.
       01  WS-STATUS-LOG-STATUS PIC XX.

       01  WS-EOF PIC X VALUE 'N'.
           88  END-OF-FILE VALUE 'Y'.
       01  WS-ENTRY-FOUND PIC X.
           88  ENTRY-FOUND VALUE 'Y'.

       77  MAX-LOANS PIC 9(5) VALUE 50000.
       77  MAX-GROUPS PIC 9(3) VALUE 247.
       77  FIRST-MONTH-GROUP PIC 9(3) VALUE 8.
       77  OFFER-VALIDITY-DAYS PIC 99 VALUE 30.

      * Image du registre, chargee dans l'ordre des numeros de
      * pret (lecture sequentielle du fichier indexe) : la table
      * est triee et se consulte par dichotomie. Chaque pret porte
      * la date a laquelle il a atteint chaque etape (1 = SIMULE,
      * date du pret ; 2 = OFFRE-EMISE ; 3 = ACCEPTE ;
      * 4 = DEBLOQUE ; zero si le journal ne l'a pas vue) et le
      * sort d'une offre perdue (P = perimee, A = annulee par le
      * client).
       01  LOAN-TABLE.
           05  LOAN-COUNT PIC 9(5) VALUE 0.
           05  LOAN-ENTRY OCCURS 50000 TIMES.
               10  LP-LOAN-ID PIC 9(8).
               10  LP-AMOUNT PIC 9(9).
               10  LP-STATUS PIC X(11).
               10  LP-MONTH-GROUP PIC 9(3).
               10  LP-TERM-GROUP PIC 9(3).
               10  LP-AMOUNT-GROUP PIC 9(3).
               10  LP-STAGE-DATE PIC 9(8) OCCURS 4 TIMES.
               10  LP-OUTCOME PIC X.

       01  LOAN-INDEX PIC 9(5).
       01  LOW-INDEX PIC 9(5).
       01  HIGH-INDEX PIC 9(5).
       01  MIDDLE-INDEX PIC 9(5).
       01  LOOKUP-LOAN-ID PIC 9(8).

      * Rubriques de l'etat : 1 = total, 2 a 4 = paliers de duree
      * (<=10 / 11-20 / 21-25 ans), 5 a 7 = paliers de montant
      * (<=150 000 / <=300 000 / au-dela), puis un mois de
      * simulation (AAAAMM) par rubrique a partir de la huitieme.
      * Pour chaque etape, nombre de prets et capital ; pour
      * chaque passage d'une etape a la suivante, nombre de delais
      * mesures, cumul et maximum en jours.
       01  GROUP-TABLE.
           05  GROUP-COUNT PIC 9(3) VALUE 7.
           05  GROUP-ENTRY OCCURS 247 TIMES.
               10  GR-LABEL PIC X(12).
               10  GR-STAGE OCCURS 4 TIMES.
                   15  GR-STAGE-COUNT PIC 9(6).
                   15  GR-STAGE-AMOUNT PIC 9(13).
               10  GR-DELAY OCCURS 3 TIMES.
                   15  GR-DELAY-COUNT PIC 9(6).
                   15  GR-DELAY-SUM PIC 9(11).
                   15  GR-DELAY-MAX PIC 9(5).
               10  GR-LAPSED-COUNT PIC 9(6).
               10  GR-CANCELLED-COUNT PIC 9(6).

       01  FIXED-GROUP-LABELS.
           05  FILLER PIC X(12) VALUE 'TOTAL       '.
           05  FILLER PIC X(12) VALUE '<= 10 ans   '.
           05  FILLER PIC X(12) VALUE '11 a 20 ans '.
           05  FILLER PIC X(12) VALUE '21 a 25 ans '.
           05  FILLER PIC X(12) VALUE '<= 150 000  '.
           05  FILLER PIC X(12) VALUE '<= 300 000  '.
           05  FILLER PIC X(12) VALUE '> 300 000   '.
       01  FIXED-GROUP-LABEL-TABLE REDEFINES FIXED-GROUP-LABELS.
           05  FG-LABEL PIC X(12) OCCURS 7 TIMES.

       01  GROUP-INDEX PIC 9(3).
       01  FIRST-GROUP PIC 9(3).
       01  LAST-GROUP PIC 9(3).
       01  STAGE-INDEX PIC 9.
       01  REACHED-STAGE PIC 9.
       01  LOAN-MONTH PIC 9(6).

       01  FROM-DAY-NUMBER PIC 9(7).
       01  TO-DAY-NUMBER PIC 9(7).
       01  DELAY-DAYS PIC S9(7).
       01  AVERAGE-DELAY PIC 9(5).
       01  CONVERSION-RATE PIC 999V9.

       01  LOG-LINE-COUNT PIC 9(7) VALUE 0.
       01  RUN-DATE PIC 9(8).

       01  WS-REPORT-TITLE.
           05  FILLER PIC X(46) VALUE
               'Entonnoir commercial du journal des etats, au '.
           05  WS-T-DATE PIC 9(8).

       01  WS-STAGE-DETAIL.
           05  WS-S-LABEL PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-S-STAGE OCCURS 4 TIMES.
               10  WS-S-COUNT PIC ZZZ,ZZ9.
               10  FILLER PIC X(1) VALUE SPACE.
               10  WS-S-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER PIC X(2) VALUE SPACES.

       01  WS-RATE-DETAIL.
           05  WS-R-LABEL PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-CONVERSION OCCURS 4 TIMES.
               10  WS-R-RATE PIC ZZ9.9.
               10  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-DELAY OCCURS 3 TIMES.
               10  WS-R-AVERAGE PIC ZZZZ9.
               10  FILLER PIC X(1) VALUE SPACE.
               10  WS-R-MAXIMUM PIC ZZZZ9.
               10  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-LAPSED PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-R-CANCELLED PIC ZZZ,ZZ9.

       01  SECTION-TITLE PIC X(40).

      * Compteur d'etape partage avec le pilote de la chaine de
      * nuit.
       01  CHAIN-STEP-COUNT PIC 9(6) EXTERNAL.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY 'Entonnoir commercial du journal des etats'.

           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING RUN-DATE.

           PERFORM INITIALIZE-GROUPS.
           PERFORM LOAD-LOAN-MASTER.
           PERFORM READ-STATUS-LOG.

           PERFORM VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX > LOAN-COUNT
               PERFORM ACCUMULATE-ONE-LOAN
           END-PERFORM.

           PERFORM WRITE-REPORT.

           DISPLAY 'Prets suivis : ' LOAN-COUNT.
           DISPLAY 'Lignes du journal lues : ' LOG-LINE-COUNT.
           DISPLAY 'Etat ecrit dans pipeline_report.txt'.

           MOVE LOAN-COUNT TO CHAIN-STEP-COUNT.

           GOBACK.

       INITIALIZE-GROUPS.
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT
               PERFORM CLEAR-GROUP
               MOVE FG-LABEL (GROUP-INDEX) TO GR-LABEL (GROUP-INDEX)
           END-PERFORM.

       CLEAR-GROUP.
           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > 4
               MOVE 0 TO GR-STAGE-COUNT (GROUP-INDEX, STAGE-INDEX)
               MOVE 0 TO GR-STAGE-AMOUNT (GROUP-INDEX, STAGE-INDEX)
           END-PERFORM.
           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > 3
               MOVE 0 TO GR-DELAY-COUNT (GROUP-INDEX, STAGE-INDEX)
               MOVE 0 TO GR-DELAY-SUM (GROUP-INDEX, STAGE-INDEX)
               MOVE 0 TO GR-DELAY-MAX (GROUP-INDEX, STAGE-INDEX)
           END-PERFORM.
           MOVE 0 TO GR-LAPSED-COUNT (GROUP-INDEX).
           MOVE 0 TO GR-CANCELLED-COUNT (GROUP-INDEX).

       LOAD-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE.

           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY 'Erreur : impossible d''ouvrir le registre ',
                   'loan_master.dat (statut ',
                   WS-LOAN-MASTER-STATUS ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOAN-COUNT < MAX-LOANS
                           ADD 1 TO LOAN-COUNT
                           PERFORM LOAD-ONE-LOAN
                       ELSE
                           DISPLAY 'Registre trop grand pour la ',
                               'table interne, pret ignore : ',
                               LM-LOAN-ID
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE.

       LOAD-ONE-LOAN.
           MOVE LM-LOAN-ID TO LP-LOAN-ID (LOAN-COUNT).
           MOVE LM-LOANED-AMOUNT TO LP-AMOUNT (LOAN-COUNT).
           MOVE LM-STATUS TO LP-STATUS (LOAN-COUNT).
           MOVE LM-LOAN-DATE TO LP-STAGE-DATE (LOAN-COUNT, 1).
           MOVE 0 TO LP-STAGE-DATE (LOAN-COUNT, 2).
           MOVE 0 TO LP-STAGE-DATE (LOAN-COUNT, 3).
           MOVE 0 TO LP-STAGE-DATE (LOAN-COUNT, 4).
           MOVE SPACE TO LP-OUTCOME (LOAN-COUNT).

           EVALUATE TRUE
               WHEN LM-TERM-YEARS <= 10
                   MOVE 2 TO LP-TERM-GROUP (LOAN-COUNT)
               WHEN LM-TERM-YEARS <= 20
                   MOVE 3 TO LP-TERM-GROUP (LOAN-COUNT)
               WHEN OTHER
                   MOVE 4 TO LP-TERM-GROUP (LOAN-COUNT)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN LM-LOANED-AMOUNT <= 150000
                   MOVE 5 TO LP-AMOUNT-GROUP (LOAN-COUNT)
               WHEN LM-LOANED-AMOUNT <= 300000
                   MOVE 6 TO LP-AMOUNT-GROUP (LOAN-COUNT)
               WHEN OTHER
                   MOVE 7 TO LP-AMOUNT-GROUP (LOAN-COUNT)
           END-EVALUATE.

           PERFORM FIND-MONTH-GROUP.
           MOVE GROUP-INDEX TO LP-MONTH-GROUP (LOAN-COUNT).

       FIND-MONTH-GROUP.
           COMPUTE LOAN-MONTH = LM-LOAN-DATE / 100.

           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING GROUP-INDEX FROM FIRST-MONTH-GROUP BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT OR ENTRY-FOUND
               IF GR-LABEL (GROUP-INDEX) = LOAN-MONTH
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SUBTRACT 1 FROM GROUP-INDEX
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF GROUP-COUNT >= MAX-GROUPS
                   DISPLAY 'Table des mois pleine, pret ignore ',
                       'dans la ventilation par mois : ' LM-LOAN-ID
                   MOVE 0 TO GROUP-INDEX
               ELSE
                   ADD 1 TO GROUP-COUNT
                   MOVE GROUP-COUNT TO GROUP-INDEX
                   PERFORM CLEAR-GROUP
                   MOVE LOAN-MONTH TO GR-LABEL (GROUP-INDEX)
               END-IF
           END-IF.

      * Le journal est ecrit dans l'ordre des transitions : seule
      * la premiere arrivee a une etape compte. Les lignes des
      * prets archives sont ignorees.
       READ-STATUS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATUS-LOG-FILE.

           IF WS-STATUS-LOG-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ STATUS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO LOG-LINE-COUNT
                       MOVE SL-LOAN-ID TO LOOKUP-LOAN-ID
                       PERFORM FIND-LOAN-IN-TABLE
                       IF ENTRY-FOUND
                           PERFORM RECORD-TRANSITION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-STATUS-LOG-STATUS NOT = '35'
               CLOSE STATUS-LOG-FILE
           END-IF.

       RECORD-TRANSITION.
           EVALUATE SL-NEW-STATUS
               WHEN 'OFFRE-EMISE'
                   MOVE 2 TO STAGE-INDEX
               WHEN 'ACCEPTE'
                   MOVE 3 TO STAGE-INDEX
               WHEN 'DEBLOQUE'
                   MOVE 4 TO STAGE-INDEX
               WHEN 'ANNULE'
                   MOVE 0 TO STAGE-INDEX
                   PERFORM RECORD-LOST-OFFER
               WHEN OTHER
                   MOVE 0 TO STAGE-INDEX
           END-EVALUATE.

           IF STAGE-INDEX > 0
               IF LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX) = 0
                   MOVE SL-DATE TO
                       LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX)
               END-IF
           END-IF.

      * Une offre emise ou acceptee puis annulee est une offre
      * perdue. La purge nocturne signe ses annulations ; sur les
      * lignes plus anciennes, qui ne portent pas d'origine, une
      * offre annulee apres son delai de validite est reputee
      * perimee, toute autre annulation venant du client.
       RECORD-LOST-OFFER.
           EVALUATE TRUE
               WHEN SL-OLD-STATUS = 'ACCEPTE'
                   MOVE 'A' TO LP-OUTCOME (LOAN-INDEX)
               WHEN SL-OLD-STATUS NOT = 'OFFRE-EMISE'
                   CONTINUE
               WHEN SL-ORIGIN = 'loanExpire'
                   MOVE 'P' TO LP-OUTCOME (LOAN-INDEX)
               WHEN SL-ORIGIN NOT = SPACES
                   MOVE 'A' TO LP-OUTCOME (LOAN-INDEX)
               WHEN LP-STAGE-DATE (LOAN-INDEX, 2) = 0
                   MOVE 'A' TO LP-OUTCOME (LOAN-INDEX)
               WHEN OTHER
                   CALL 'DAYNUM' USING
                       LP-STAGE-DATE (LOAN-INDEX, 2), FROM-DAY-NUMBER
                   CALL 'DAYNUM' USING SL-DATE, TO-DAY-NUMBER
                   COMPUTE DELAY-DAYS =
                       TO-DAY-NUMBER - FROM-DAY-NUMBER
                   IF DELAY-DAYS > OFFER-VALIDITY-DAYS
                       MOVE 'P' TO LP-OUTCOME (LOAN-INDEX)
                   ELSE
                       MOVE 'A' TO LP-OUTCOME (LOAN-INDEX)
                   END-IF
           END-EVALUATE.

       FIND-LOAN-IN-TABLE.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 1 TO LOW-INDEX.
           MOVE LOAN-COUNT TO HIGH-INDEX.

           PERFORM UNTIL ENTRY-FOUND OR LOW-INDEX > HIGH-INDEX
               COMPUTE MIDDLE-INDEX = (LOW-INDEX + HIGH-INDEX) / 2
               EVALUATE TRUE
                   WHEN LP-LOAN-ID (MIDDLE-INDEX) = LOOKUP-LOAN-ID
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       MOVE MIDDLE-INDEX TO LOAN-INDEX
                   WHEN LP-LOAN-ID (MIDDLE-INDEX) < LOOKUP-LOAN-ID
                       COMPUTE LOW-INDEX = MIDDLE-INDEX + 1
                   WHEN OTHER
                       IF MIDDLE-INDEX = 1
                           MOVE 0 TO HIGH-INDEX
                       ELSE
                           COMPUTE HIGH-INDEX = MIDDLE-INDEX - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * Etape la plus avancee atteinte : la derniere vue au
      * journal, ou a defaut celle que l'etat du registre suppose
      * (un pret solde a forcement ete debloque).
       ACCUMULATE-ONE-LOAN.
           MOVE 1 TO REACHED-STAGE.
           PERFORM VARYING STAGE-INDEX FROM 2 BY 1
               UNTIL STAGE-INDEX > 4
               IF LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX) > 0
                   MOVE STAGE-INDEX TO REACHED-STAGE
               END-IF
           END-PERFORM.

           EVALUATE LP-STATUS (LOAN-INDEX)
               WHEN 'OFFRE-EMISE'
                   IF REACHED-STAGE < 2
                       MOVE 2 TO REACHED-STAGE
                   END-IF
               WHEN 'ACCEPTE'
                   IF REACHED-STAGE < 3
                       MOVE 3 TO REACHED-STAGE
                   END-IF
               WHEN 'DEBLOQUE'
               WHEN 'SOLDE'
                   MOVE 4 TO REACHED-STAGE
           END-EVALUATE.

           MOVE 1 TO GROUP-INDEX.
           PERFORM ADD-LOAN-TO-GROUP.
           MOVE LP-TERM-GROUP (LOAN-INDEX) TO GROUP-INDEX.
           PERFORM ADD-LOAN-TO-GROUP.
           MOVE LP-AMOUNT-GROUP (LOAN-INDEX) TO GROUP-INDEX.
           PERFORM ADD-LOAN-TO-GROUP.
           MOVE LP-MONTH-GROUP (LOAN-INDEX) TO GROUP-INDEX.
           IF GROUP-INDEX > 0
               PERFORM ADD-LOAN-TO-GROUP
           END-IF.

      * Un delai n'est mesure que si les deux etapes sont datees
      * au journal (la simulation l'est toujours, par la date du
      * pret).
       ADD-LOAN-TO-GROUP.
           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > REACHED-STAGE
               ADD 1 TO GR-STAGE-COUNT (GROUP-INDEX, STAGE-INDEX)
               ADD LP-AMOUNT (LOAN-INDEX) TO
                   GR-STAGE-AMOUNT (GROUP-INDEX, STAGE-INDEX)
           END-PERFORM.

           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > 3
               IF LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX) > 0 AND
                       LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX + 1)
                           > 0
                   PERFORM ADD-DELAY
               END-IF
           END-PERFORM.

           EVALUATE LP-OUTCOME (LOAN-INDEX)
               WHEN 'P'
                   ADD 1 TO GR-LAPSED-COUNT (GROUP-INDEX)
               WHEN 'A'
                   ADD 1 TO GR-CANCELLED-COUNT (GROUP-INDEX)
           END-EVALUATE.

       ADD-DELAY.
           CALL 'DAYNUM' USING LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX),
               FROM-DAY-NUMBER.
           CALL 'DAYNUM' USING
               LP-STAGE-DATE (LOAN-INDEX, STAGE-INDEX + 1),
               TO-DAY-NUMBER.
           COMPUTE DELAY-DAYS = TO-DAY-NUMBER - FROM-DAY-NUMBER.

           IF DELAY-DAYS NOT < 0
               ADD 1 TO GR-DELAY-COUNT (GROUP-INDEX, STAGE-INDEX)
               ADD DELAY-DAYS TO
                   GR-DELAY-SUM (GROUP-INDEX, STAGE-INDEX)
               IF DELAY-DAYS > GR-DELAY-MAX (GROUP-INDEX, STAGE-INDEX)
                   MOVE DELAY-DAYS TO
                       GR-DELAY-MAX (GROUP-INDEX, STAGE-INDEX)
               END-IF
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.

           MOVE RUN-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'Par mois de simulation' TO SECTION-TITLE.
           MOVE FIRST-MONTH-GROUP TO FIRST-GROUP.
           MOVE GROUP-COUNT TO LAST-GROUP.
           PERFORM WRITE-SECTION.

           MOVE 'Par palier de duree' TO SECTION-TITLE.
           MOVE 2 TO FIRST-GROUP.
           MOVE 4 TO LAST-GROUP.
           PERFORM WRITE-SECTION.

           MOVE 'Par palier de montant emprunte' TO SECTION-TITLE.
           MOVE 5 TO FIRST-GROUP.
           MOVE 7 TO LAST-GROUP.
           PERFORM WRITE-SECTION.

           CLOSE REPORT-FILE.

      * Chaque ventilation donne deux tableaux, suivis chacun du
      * total general : les etapes atteintes, puis les taux de
      * conversion, les delais et les offres perdues.
       WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING SECTION-TITLE DELIMITED BY '  '
               ' : etapes atteintes' DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '              SIMULE                   ' &
               'OFFRE-EMISE              ACCEPTE                  ' &
               'DEBLOQUE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Rubrique       Nombre         Capital   Nombre   ' &
               '      Capital   Nombre         Capital   Nombre   ' &
               '      Capital' TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING GROUP-INDEX FROM FIRST-GROUP BY 1
               UNTIL GROUP-INDEX > LAST-GROUP
               PERFORM WRITE-STAGE-LINE
           END-PERFORM.
           MOVE 1 TO GROUP-INDEX.
           PERFORM WRITE-STAGE-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING SECTION-TITLE DELIMITED BY '  '
               ' : conversion, delais et offres perdues'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '              Conversion (%)              Delais ' &
               'en jours (moyen / maximum)      Offres perdues' TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Rubrique      Off/S  Acc/O  Deb/A  Deb/S  Sim>Off ' &
               '     Off>Acc      Acc>Deb       Expir.   Annul.' TO
               REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING GROUP-INDEX FROM FIRST-GROUP BY 1
               UNTIL GROUP-INDEX > LAST-GROUP
               PERFORM WRITE-RATE-LINE
           END-PERFORM.
           MOVE 1 TO GROUP-INDEX.
           PERFORM WRITE-RATE-LINE.

       WRITE-STAGE-LINE.
           MOVE GR-LABEL (GROUP-INDEX) TO WS-S-LABEL.

           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > 4
               MOVE GR-STAGE-COUNT (GROUP-INDEX, STAGE-INDEX) TO
                   WS-S-COUNT (STAGE-INDEX)
               MOVE GR-STAGE-AMOUNT (GROUP-INDEX, STAGE-INDEX) TO
                   WS-S-AMOUNT (STAGE-INDEX)
           END-PERFORM.

           MOVE WS-STAGE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Taux de passage de chaque etape a la suivante, puis de la
      * simulation au deblocage ; une etape vide donne un taux nul.
       WRITE-RATE-LINE.
           MOVE GR-LABEL (GROUP-INDEX) TO WS-R-LABEL.

           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > 3
               IF GR-STAGE-COUNT (GROUP-INDEX, STAGE-INDEX) > 0
                   COMPUTE CONVERSION-RATE ROUNDED =
                       GR-STAGE-COUNT (GROUP-INDEX, STAGE-INDEX + 1)
                       * 100 /
                       GR-STAGE-COUNT (GROUP-INDEX, STAGE-INDEX)
               ELSE
                   MOVE 0 TO CONVERSION-RATE
               END-IF
               MOVE CONVERSION-RATE TO WS-R-RATE (STAGE-INDEX)
           END-PERFORM.

           IF GR-STAGE-COUNT (GROUP-INDEX, 1) > 0
               COMPUTE CONVERSION-RATE ROUNDED =
                   GR-STAGE-COUNT (GROUP-INDEX, 4) * 100 /
                   GR-STAGE-COUNT (GROUP-INDEX, 1)
           ELSE
               MOVE 0 TO CONVERSION-RATE
           END-IF.
           MOVE CONVERSION-RATE TO WS-R-RATE (4).

           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
               UNTIL STAGE-INDEX > 3
               IF GR-DELAY-COUNT (GROUP-INDEX, STAGE-INDEX) > 0
                   COMPUTE AVERAGE-DELAY ROUNDED =
                       GR-DELAY-SUM (GROUP-INDEX, STAGE-INDEX) /
                       GR-DELAY-COUNT (GROUP-INDEX, STAGE-INDEX)
               ELSE
                   MOVE 0 TO AVERAGE-DELAY
               END-IF
               MOVE AVERAGE-DELAY TO WS-R-AVERAGE (STAGE-INDEX)
               MOVE GR-DELAY-MAX (GROUP-INDEX, STAGE-INDEX) TO
                   WS-R-MAXIMUM (STAGE-INDEX)
           END-PERFORM.

           MOVE GR-LAPSED-COUNT (GROUP-INDEX) TO WS-R-LAPSED.
           MOVE GR-CANCELLED-COUNT (GROUP-INDEX) TO WS-R-CANCELLED.

           MOVE WS-RATE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
