                   MOVE +8 TO WS-RETURN-CODE
           END-EVALUATE.
      *---------------------------------------------------------------
      * The overturn approval pays the claim's full allowed amount
      * (approved amount zero on an 'A' transaction) under the
      * decider's id.
      *---------------------------------------------------------------
       2400-GENERATE-APPROVAL.
           MOVE SPACES            TO ADJUDICATION-TRANSACTION.
