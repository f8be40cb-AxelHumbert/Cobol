      * Une ligne de la piste d'audit (audit_trail.txt), commune a
      * tous les programmes de tenue : l'image avant et l'image
      * apres de chaque enregistrement modifie, avec l'operateur
      * qui a fait la saisie, le programme, la date et l'heure.
      * AU-RECORD-TYPE dit quel fichier l'image decrit (CLIENT,
      * PRET, BAREME, DEBLOC pour un dossier de deblocage, SOLDES
      * pour une ligne du livre des soldes) ; l'image avant est a
      * blanc pour une creation, sauf pour un bareme, qui porte en
      * image avant le bareme en vigueur qu'il vient relayer. Le
      * client et le pret concernes sont repris en clair pour la
      * recherche (a blanc et a zero quand l'enregistrement n'en
      * porte pas).
       01  AUDIT-RECORD.
           05  AU-DATE PIC 9(8).
           05  AU-TIME PIC 9(6).
           05  AU-OPERATOR PIC X(8).
           05  AU-PROGRAM PIC X(12).
           05  AU-ACTION PIC X.
               88  AU-CREATION VALUE 'C'.
               88  AU-MODIFICATION VALUE 'M'.
           05  AU-RECORD-TYPE PIC X(6).
           05  AU-CUSTOMER-ID PIC X(10).
           05  AU-LOAN-ID PIC 9(8).
           05  AU-BEFORE-IMAGE PIC X(200).
           05  AU-AFTER-IMAGE PIC X(200).
