               WHEN 'PD03'
                   MOVE 'UNDER REVIEW - ADDITIONAL VERIFICATION'
                       TO NTF-REASON-TEXT
               WHEN 'PD04'
                   MOVE 'UNDER REVIEW - AWAITING REQUIRED DOCUMENTS'
                       TO NTF-REASON-TEXT
               WHEN 'PD05'
                   MOVE 'UNDER REVIEW - PREMIUM IN GRACE PERIOD'
                       TO NTF-REASON-TEXT
               WHEN 'RC07'
                   MOVE 'CLAIM NOT ACCEPTED - DUPLICATE SUBMISSION'
                       TO NTF-REASON-TEXT
               WHEN 'RC16'
                   MOVE 'CLAIM NOT ACCEPTED - AUTHORIZATION REQUIRED'
                       TO NTF-REASON-TEXT
               WHEN 'RC17'
                   MOVE 'CLAIM NOT ACCEPTED - NOT ENROLLED ON DATE'
                       TO NTF-REASON-TEXT
               WHEN OTHER
                   PERFORM 7350-STATUS-TEXT
           END-EVALUATE.
