      * SIUHREC - SIU Hold Record Layout
      * Written by CLMSVALD (DD SIUHOLD) for claims diverted on a
      * watchlist hit - the full claim image plus the hit's reason,
      * match type ('P' policy / 'N' name / 'R' provider), and SIU
      * case id. Read back by CLMSSIUD, which applies SIU
      * disposition transactions and carries unworked holds forward.
      *===============================================================
       01  SIU-HOLD-RECORD.
           05  SIU-CLAIM-DATA       PIC X(150).
