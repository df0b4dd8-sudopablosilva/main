           MOVE LIB1T-KEY(WS-TABLE-IDX) TO JRN-KEY
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE SPACES          TO JRN-AFTER-IMAGE
           MOVE 'LIB1PRG'       TO JRN-OPERATOR
           WRITE LIB1-JOURNAL-RECORD.

       1200-DROP-LOCATION-RECORDS.
