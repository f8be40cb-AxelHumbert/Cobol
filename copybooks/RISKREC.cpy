      * Une ligne de l'historique du classement des risques
      * (risk_history.txt) : une ligne par pret debloque et par
      * arrete mensuel (AAAAMM), avec la classe de risque (1 =
      * sain, 2 = sensible, 3 = douteux ou contentieux), la date
      * depuis laquelle le pret est dans cette classe, le capital
      * expose (capital restant du plus arriere) et la provision
      * constituee au taux de la classe. La ligne du mois
      * precedent sert au declassement durable et aux mouvements
      * d'un mois sur l'autre.
       01  RISK-RECORD.
           05  RK-RUN-MONTH PIC 9(6).
           05  RK-LOAN-ID PIC 9(8).
           05  RK-CLASS PIC 9.
               88  RK-SAIN VALUE 1.
               88  RK-SENSIBLE VALUE 2.
               88  RK-DOUTEUX VALUE 3.
           05  RK-CLASS-SINCE PIC 9(8).
           05  RK-CAPITAL PIC 9(11)V99.
           05  RK-PROVISION PIC 9(11)V99.
