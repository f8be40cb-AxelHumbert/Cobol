      * Un taux de provision du fichier risk_rates.txt : classe de
      * risque (1 = sain, 2 = sensible, 3 = douteux ou
      * contentieux) et taux de provision applique au capital
      * expose des prets de la classe, en pourcentage.
       01  PROVISION-RATE-RECORD.
           05  PV-CLASS PIC 9.
           05  PV-RATE PIC 999V99.
