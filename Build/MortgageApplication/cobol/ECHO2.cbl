               MOVE ORIG-AUD-KEY     TO AUD-ORIG-KEY
               MOVE CALL-SOURCE      TO AUD-CALL-SOURCE
               MOVE OPERATOR-ID      TO AUD-OPERATOR-ID
               MOVE ORIGINAL-BRANCH  TO AUD-ORIGINAL-BRANCH
               IF SUPP-CYCLE IS NUMERIC
                   MOVE SUPP-CYCLE TO AUD-SUPP-CYCLE
               ELSE
                   MOVE ZERO TO AUD-SUPP-CYCLE
               END-IF
               IF RETURN-CODE = 0
                   MOVE OUT-TEXT0  TO AUD-OUT-TEXT0
                   MOVE OUT-TEXT1  TO AUD-OUT-TEXT1
