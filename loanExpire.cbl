
           MOVE 0 TO CHAIN-STEP-COUNT.

           CALL 'BUSDATE' USING TODAY-DATE.
           CALL 'DAYNUM' USING TODAY-DATE, TODAY-DAY-NUMBER.

           OPEN I-O LOAN-MASTER-FILE.
           MOVE 'OFFRE-EMISE' TO SL-OLD-STATUS.
           MOVE LM-STATUS TO SL-NEW-STATUS.
           MOVE TODAY-DATE TO SL-DATE.
           MOVE SPACES TO SL-OPERATOR.
           MOVE 'loanExpire' TO SL-ORIGIN.
           WRITE STATUS-LOG-RECORD.

           CLOSE STATUS-LOG-FILE.
