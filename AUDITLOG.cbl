       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITLOG.
       AUTHOR. Axel.

      * Ajoute une ligne a la piste d'audit audit_trail.txt pour
      * un enregistrement modifie par un programme de tenue : le
      * programme appelant remplit l'operateur, le programme, le
      * type d'enregistrement, les cles et les images avant et
      * apres ; la date et l'heure de la modification sont portees
      * ici, a l'horloge du systeme. Le fichier est ouvert et
      * referme a chaque ligne, comme le journal des etats, pour
      * qu'aucune modification ne reste en suspens si la session
      * est interrompue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(459).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS PIC XX.
       01  AUDIT-TIME PIC 9(8).
       01  AUDIT-TIME-PARTS REDEFINES AUDIT-TIME.
           05  AUDIT-TIME-HHMMSS PIC 9(6).
           05  FILLER PIC 99.

       LINKAGE SECTION.

           COPY AUDITREC.

       PROCEDURE DIVISION USING AUDIT-RECORD.

       WRITE-AUDIT-LINE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE AUDIT-TIME-HHMMSS TO AU-TIME.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Erreur : piste d''audit audit_trail.txt ',
                   'inaccessible (statut ' WS-AUDIT-STATUS '), ',
                   'modification non tracee : ' AU-RECORD-TYPE ' ',
                   AU-CUSTOMER-ID ' ' AU-LOAN-ID
           ELSE
               WRITE AUDIT-LINE FROM AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

           GOBACK.
