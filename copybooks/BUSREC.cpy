      * Date de traitement centrale (business_date.txt) : le jour
      * ouvré en cours, que clôturera la prochaine chaîne de nuit,
      * et le dernier jour ouvré clôturé, avec la date et l'heure
      * réelles de cette clôture. Seule la chaîne de nuit fait
      * avancer la date, une fois toutes les étapes du jour
      * passées ; les traitements batch la lisent par BUSDATE au
      * lieu de l'horloge du système.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE PIC 9(8).
           05  BD-LAST-CLOSED-DATE PIC 9(8).
           05  BD-CLOSED-ON-DATE PIC 9(8).
           05  BD-CLOSED-ON-TIME PIC 9(6).
