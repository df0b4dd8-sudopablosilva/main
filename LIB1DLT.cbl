                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0350-CONVERT-OLD-FORMAT
      *                    A transfer leaves every extracted master
      *                    field as it was - only the warehouse
      *                    breakdown moves - so it is no change.
                           IF MJ-DATE = WS-TODAY
                              AND MJ-CODE NOT = 'T'
                              AND MJ-CODE NOT = 'U'
                               MOVE MJ-KEY TO WS-WORK-KEY
                               MOVE 'C'    TO WS-WORK-CODE
                               PERFORM 0400-NOTE-CHANGED-KEY
