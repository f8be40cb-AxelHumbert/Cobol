       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.
       AUTHOR. Axel.

      * Fournit la date de traitement des passages batch : le jour
      * ouvré en cours du fichier business_date.txt, tenu par la
      * chaîne de nuit, et non la date de l'horloge, pour qu'une
      * nuit sautée ou relancée après minuit traite bien le jour
      * qu'elle clôture. Tant que le fichier n'existe pas (avant la
      * première chaîne de nuit), la date de l'horloge fait foi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC XX.

       LINKAGE SECTION.

       01  LK-BUSINESS-DATE PIC 9(8).

       PROCEDURE DIVISION USING LK-BUSINESS-DATE.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-FILE-STATUS = '35'
               ACCEPT LK-BUSINESS-DATE FROM DATE YYYYMMDD
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       ACCEPT LK-BUSINESS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO LK-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

           GOBACK.
