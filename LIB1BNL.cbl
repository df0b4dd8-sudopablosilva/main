      *           repeated 'N' calls. Picking a numbered line runs
      *           the full LIB1 inquiry for that key - including the
      *           per-warehouse breakdown and the purge-archive
      *           fallback LIB1ONL has, and the same allocated and
      *           available-to-promise figures and the ABC class -
      *           without re-keying anything, and the same H option
      *           into the item's journal history (LIB1HIST).
      *           This site's GnuCOBOL runtime is built without
      *           extended screen I-O, so the terminal dialogue below
      *           (ACCEPT/DISPLAY) stands in for the full-screen
           05  WS-ARC-STATUS            PIC X(01).

       01  WS-LOC-IDX                   PIC 9(02).
       01  WS-HIST-REPLY                PIC X(01).

       01  ws-libio.
       copy LIB1IO.
                   MOVE WS-PAGE-KEY(WS-PICK-NUM) TO LIB1-I-KEY
                   CALL 'LIB1' USING ws-libio
                   PERFORM 3000-DISPLAY-RESULT
                   IF LIB1-O-ERR = '00' OR WS-ARC-FOUND
                       PERFORM 3300-OFFER-HISTORY
                   END-IF
                   PERFORM 2200-DISPLAY-PAGE
               END-IF
           END-IF.
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
                   PERFORM 3100-DISPLAY-ONE-LOCATION
       3100-DISPLAY-ONE-LOCATION.

           DISPLAY '  WAREHOUSE ' LIB1-O-LOC-WHS(WS-LOC-IDX)
               ' ON HAND. . . : ' LIB1-O-LOC-QTY(WS-LOC-IDX)
               '  ALLOCATED: ' LIB1-O-LOC-ALLOC(WS-LOC-IDX)
               '  ATP: ' LIB1-O-LOC-ATP(WS-LOC-IDX).

       3200-SEARCH-ARCHIVE.

               END-PERFORM
               CLOSE ARCHIVE-IN
           END-IF.

       3300-OFFER-HISTORY.

           DISPLAY 'ENTER H FOR ITEM HISTORY, BLANK TO CONTINUE: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-HIST-REPLY
           ACCEPT WS-HIST-REPLY
           IF WS-HIST-REPLY = 'H' OR WS-HIST-REPLY = 'h'
               CALL 'LIB1HIST' USING LIB1-I-KEY
           END-IF.
