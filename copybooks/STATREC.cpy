           05  SL-OLD-STATUS PIC X(11).
           05  SL-NEW-STATUS PIC X(11).
           05  SL-DATE PIC 9(8).
      * Origine de la transition : operateur du guichet qui l'a
      * saisie (a blanc pour un passage batch) et programme qui
      * l'a faite. Les lignes anterieures n'en portent pas.
           05  SL-OPERATOR PIC X(8).
           05  SL-ORIGIN PIC X(12).
