               MOVE ZEROS TO OPTION-DECIDE-DATE
               MOVE SPACE TO ROUTE-CODE-BK
               MOVE SPACES TO PROPERTY-BK
               MOVE ZEROS TO BOOKED-RATE-BK
               MOVE SPACES TO RATE-SOURCE-BK
               MOVE ZEROS TO ADULTS-BK
               MOVE ZEROS TO CHILDREN-BK
               MOVE ZEROS TO XPERSON-RATE-BK
               MOVE SPACES TO OCC-WAIVER-BY-BK
               MOVE ZEROS TO SHARE-WITH-BK
               MOVE ZEROS TO SHARE-PCT-BK
               MOVE SPACES TO SHARE-ROLE-BK
               MOVE SPACES TO COMP-AUTH-BY-BK
               MOVE SPACES TO COMP-REASON-BK
               MOVE SPACES TO CANCEL-POLICY-BK

               WRITE BOOKING-RECORD
               INVALID KEY
