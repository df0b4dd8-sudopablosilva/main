      *           no longer carries is looked up in the purge archive
      *           (LIB1AREC) before being reported as unavailable, so
      *           customer service can still answer for discontinued
      *           items LIB1PRG has moved off the master. On-hand is
      *           shown with the stock allocated to open customer
      *           orders and the available-to-promise left after it,
      *           for the item and for each warehouse, so customer
      *           service promises only stock that is still free.
      *           The item's ABC class from the last LIB1ABC run is
      *           shown alongside its status. After any item found
      *           live or in the archive the operator can key H for
      *           the item's movement and change history (LIB1HIST),
      *           read from the journals and their backup generations.
      *           This site's GnuCOBOL
      *           runtime is built without extended screen I-O, so the
      *           terminal dialogue below (ACCEPT/DISPLAY) stands in
      *           for the full-screen entry panel; a CICS region would
           05  WS-ARC-STATUS            PIC X(01).

       01  WS-LOC-IDX                   PIC 9(02).
       01  WS-HIST-REPLY                PIC X(01).

       01  ws-libio.
       copy LIB1IO.
           ELSE
               CALL 'LIB1' USING ws-libio
               PERFORM 1100-DISPLAY-RESULT
               IF LIB1-O-ERR = '00' OR WS-ARC-FOUND
                   PERFORM 1400-OFFER-HISTORY
               END-IF
           END-IF.

       1100-DISPLAY-RESULT.
           IF LIB1-O-ERR = '00'
               DISPLAY 'DESCRIPTION . . . . . . . . : ' LIB1-O-DESC
               DISPLAY 'QUANTITY. . . . . . . . . . : ' LIB1-O-QTY
               DISPLAY 'ALLOCATED . . . . . . . . . : ' LIB1-O-ALLOC
               DISPLAY 'AVAILABLE TO PROMISE. . . . : ' LIB1-O-ATP
               DISPLAY 'PRICE . . . . . . . . . . . : ' LIB1-O-PRICE
               DISPLAY 'STATUS. . . . . . . . . . . : ' LIB1-O-STATUS
               DISPLAY 'ABC CLASS . . . . . . . . . : '
                   LIB1-O-ABC-CLASS
               IF LIB1-O-LOC-COUNT > ZERO
                   DISPLAY 'AVAILABILITY BY WAREHOUSE . :'
                   PERFORM 1200-DISPLAY-ONE-LOCATION
       1200-DISPLAY-ONE-LOCATION.

           DISPLAY '  WAREHOUSE ' LIB1-O-LOC-WHS(WS-LOC-IDX)
               ' ON HAND. . . : ' LIB1-O-LOC-QTY(WS-LOC-IDX)
               '  ALLOCATED: ' LIB1-O-LOC-ALLOC(WS-LOC-IDX)
               '  ATP: ' LIB1-O-LOC-ATP(WS-LOC-IDX).

       1300-SEARCH-ARCHIVE.

               END-PERFORM
               CLOSE ARCHIVE-IN
           END-IF.

       1400-OFFER-HISTORY.

           DISPLAY 'ENTER H FOR ITEM HISTORY, BLANK TO CONTINUE: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-HIST-REPLY
           ACCEPT WS-HIST-REPLY
           IF WS-HIST-REPLY = 'H' OR WS-HIST-REPLY = 'h'
               CALL 'LIB1HIST' USING LIB1-I-KEY
           END-IF.
