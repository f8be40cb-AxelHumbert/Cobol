      * Un dossier de deblocage echelonne (fichier
      * staged_loans.txt), ouvert au premier appel de fonds d'un
      * pret construction : date limite d'achevement des travaux
      * (fin de la periode de prefinancement), cumul des tranches
      * deja debloquees et nombre de tranches. Pendant la phase de
      * prefinancement (P) seuls les interets intercalaires sur le
      * capital debloque sont appeles ; la phase d'amortissement
      * (A) commence, a la date portee sur la ligne, quand la
      * derniere tranche est versee ou que la date limite est
      * depassee. Un pret debloque en une fois n'a pas de dossier.
       01  STAGED-LOAN-RECORD.
           05  SG-LOAN-ID PIC 9(8).
           05  SG-DEADLINE-DATE PIC 9(8).
           05  SG-RELEASED-AMOUNT PIC 9(9).
           05  SG-TRANCHE-COUNT PIC 99.
           05  SG-PHASE PIC X.
               88  SG-PREFINANCEMENT VALUE 'P'.
               88  SG-AMORTISSEMENT VALUE 'A'.
           05  SG-AMORT-START-DATE PIC 9(8).
