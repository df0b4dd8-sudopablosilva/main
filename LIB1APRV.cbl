      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1APRV - Online supervisor approval transaction. Takes the
      *            supervisor's operator ID, which must be on the
      *            authority file (LIB1UREC) with approve authority,
      *            lists every change held in the approval queue
      *            (LIB1APQ) by LIB1MNT or LIB1PRC - sequence, key,
      *            who keyed it and when, and what it would do - and
      *            lets the supervisor release (R) or reject (X) one
      *            at a time by sequence number until a blank reply.
      *            A supervisor may not act on a change they keyed
      *            themselves. Each decision stamps the supervisor and
      *            the date and time on the entry and rewrites the
      *            queue at once; released changes are applied by the
      *            next nightly run of the program that held them.
      *            Run during the day, outside the nightly window in
      *            which LIB1MNT and LIB1PRC rewrite the queue.
      *            This site's GnuCOBOL runtime is built without
      *            extended screen I-O, so the terminal dialogue below
      *            (ACCEPT/DISPLAY) stands in for the full-screen
      *            panel; a CICS region would replace this program's
      *            I-O with BMS SEND/RECEIVE MAP.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1APRV.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE ASSIGN TO "data/lib1apq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE.
       01  APPROVAL-QUEUE-REC           PIC X(157).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS              PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-EXIT-SW                   PIC X(01) VALUE 'N'.
           88  WS-EXIT                  VALUE 'Y'.

       01  WS-SUPERVISOR                PIC X(08).
       01  WS-AUT-IDX                   PIC 9(05).
       01  WS-AUT-FOUND-IDX             PIC 9(05).
       01  WS-AUT-FOUND-SW              PIC X(01).
           88  WS-AUT-FOUND             VALUE 'Y'.

      *    The queue is re-read before every list so the supervisor
      *    always acts on what is on file, and written back whole
      *    after every decision.
       01  WS-APQ-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-APQ-IDX                   PIC 9(05).
       01  WS-APQ-FOUND-IDX             PIC 9(05).
       01  WS-APQ-FOUND-SW              PIC X(01).
           88  WS-APQ-FOUND             VALUE 'Y'.
       01  WS-HELD-COUNT                PIC 9(05).
       01  WS-APQ-TABLE.
           05  WS-APQ-ENTRY             PIC X(157)
                   OCCURS 9999 TIMES.

       01  WS-SEQ-REPLY                 PIC X(06).
       01  WS-SEQ-RIGHT                 PIC X(06) JUSTIFIED RIGHT.
       01  WS-SEQ-NUM                   PIC 9(06).
       01  WS-ACTION-REPLY              PIC X(01).

       01  WS-LIST-SOURCE               PIC X(05).

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CTS-DATE              PIC X(08).
           05  WS-CTS-TIME              PIC X(06).
           05  FILLER                   PIC X(07).

       copy LIB1UTBL.

       copy LIB1APQ.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1ULOD' USING LIB1-AUTHORITY-TABLE

           IF NOT LIB1UT-LOAD-OK
               DISPLAY 'LIB1APRV: UNABLE TO LOAD OPERATOR AUTHORITY - '
                   'NO APPROVALS POSSIBLE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY '-------- LIB1 CHANGE APPROVAL --------'
           DISPLAY 'ENTER SUPERVISOR ID (BLANK TO EXIT): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-SUPERVISOR
           ACCEPT WS-SUPERVISOR

           IF WS-SUPERVISOR = SPACES
               GOBACK
           END-IF

           PERFORM 0100-CHECK-SUPERVISOR

           IF NOT WS-AUT-FOUND
               DISPLAY 'OPERATOR NOT ON AUTHORITY FILE. . : '
                   WS-SUPERVISOR
               GOBACK
           END-IF

           IF LIB1UT-ALLOW-APPROVE(WS-AUT-FOUND-IDX) NOT = 'Y'
               DISPLAY 'OPERATOR NOT AUTHORIZED TO APPROVE: '
                   WS-SUPERVISOR
               GOBACK
           END-IF

           DISPLAY 'SIGNED ON AS. . . . . . . . : '
               LIB1UT-NAME(WS-AUT-FOUND-IDX)

           PERFORM UNTIL WS-EXIT
               PERFORM 1000-LOAD-QUEUE
               IF RETURN-CODE NOT = ZERO
                   SET WS-EXIT TO TRUE
               ELSE
                   PERFORM 1100-LIST-HELD-CHANGES
                   IF WS-HELD-COUNT = ZERO
                       DISPLAY 'NO CHANGES AWAITING APPROVAL'
                       SET WS-EXIT TO TRUE
                   ELSE
                       PERFORM 2000-PROMPT-FOR-SEQ
                   END-IF
               END-IF
           END-PERFORM

           GOBACK.

       0100-CHECK-SUPERVISOR.

           MOVE 'N' TO WS-AUT-FOUND-SW

           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > LIB1UT-COUNT
                      OR WS-AUT-FOUND
               IF LIB1UT-OPERATOR(WS-AUT-IDX) = WS-SUPERVISOR
                   SET WS-AUT-FOUND TO TRUE
                   MOVE WS-AUT-IDX TO WS-AUT-FOUND-IDX
               END-IF
           END-PERFORM.

       1000-LOAD-QUEUE.

           MOVE ZERO TO WS-APQ-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT APPROVAL-QUEUE

           EVALUATE WS-QUEUE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1APRV: UNABLE TO READ data/lib1apq.dat '
                       '- FILE STATUS ' WS-QUEUE-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ APPROVAL-QUEUE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1010-ADD-QUEUE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE APPROVAL-QUEUE
           END-EVALUATE.

       1010-ADD-QUEUE-ENTRY.

           IF WS-APQ-COUNT >= 9999
               DISPLAY 'LIB1APRV: data/lib1apq.dat HAS MORE THAN 9999 '
                   'RECORDS'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-APQ-COUNT
               MOVE APPROVAL-QUEUE-REC TO WS-APQ-ENTRY(WS-APQ-COUNT)
           END-IF.

       1100-LIST-HELD-CHANGES.

           MOVE ZERO TO WS-HELD-COUNT

           DISPLAY ' '
           DISPLAY 'SEQ    KEY   FROM  KEYED BY HELD ON  CHANGE'

           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                   UNTIL WS-APQ-IDX > WS-APQ-COUNT
               MOVE WS-APQ-ENTRY(WS-APQ-IDX) TO LIB1-APPROVAL-RECORD
               IF APQ-HELD
                   ADD 1 TO WS-HELD-COUNT
                   IF APQ-FROM-PRICE
                       MOVE 'PRICE' TO WS-LIST-SOURCE
                   ELSE
                       MOVE 'MAINT' TO WS-LIST-SOURCE
                   END-IF
                   DISPLAY APQ-SEQ ' ' APQ-KEY ' ' WS-LIST-SOURCE ' '
                       APQ-OPERATOR ' ' APQ-HOLD-DATE ' ' APQ-NOTE
               END-IF
           END-PERFORM.

       2000-PROMPT-FOR-SEQ.

           DISPLAY 'ENTER SEQ TO ACT ON (BLANK TO EXIT): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-SEQ-REPLY
           ACCEPT WS-SEQ-REPLY

           IF WS-SEQ-REPLY = SPACES
               SET WS-EXIT TO TRUE
           ELSE
               PERFORM 2100-FIND-HELD-ENTRY
           END-IF.

       2100-FIND-HELD-ENTRY.

      *    A console ACCEPT left-justifies, so the sequence number is
      *    moved into a right-justified field and zero-filled before
      *    the numeric test - '17' has to match 000017.
           MOVE SPACES TO WS-SEQ-RIGHT
           UNSTRING WS-SEQ-REPLY DELIMITED BY SPACE
               INTO WS-SEQ-RIGHT
           END-UNSTRING
           INSPECT WS-SEQ-RIGHT REPLACING LEADING SPACE BY ZERO

           IF WS-SEQ-RIGHT IS NOT NUMERIC
               DISPLAY 'INVALID SEQUENCE NUMBER'
           ELSE
               MOVE WS-SEQ-RIGHT TO WS-SEQ-NUM
               MOVE 'N' TO WS-APQ-FOUND-SW
               PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                       UNTIL WS-APQ-IDX > WS-APQ-COUNT
                          OR WS-APQ-FOUND
                   MOVE WS-APQ-ENTRY(WS-APQ-IDX)
                     TO LIB1-APPROVAL-RECORD
                   IF APQ-SEQ = WS-SEQ-NUM
                       SET WS-APQ-FOUND TO TRUE
                       MOVE WS-APQ-IDX TO WS-APQ-FOUND-IDX
                   END-IF
               END-PERFORM

               IF NOT WS-APQ-FOUND
                   DISPLAY 'SEQUENCE NUMBER NOT IN QUEUE'
               ELSE
                   MOVE WS-APQ-ENTRY(WS-APQ-FOUND-IDX)
                     TO LIB1-APPROVAL-RECORD
                   IF NOT APQ-HELD
                       DISPLAY 'CHANGE IS NO LONGER AWAITING APPROVAL'
                   ELSE
                       IF APQ-OPERATOR = WS-SUPERVISOR
                           DISPLAY 'YOU KEYED THIS CHANGE - ANOTHER '
                               'SUPERVISOR MUST APPROVE IT'
                       ELSE
                           PERFORM 2200-PROMPT-FOR-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-PROMPT-FOR-ACTION.

           DISPLAY 'KEY . . . . . . . . . . . . : ' APQ-KEY
           DISPLAY 'CHANGE. . . . . . . . . . . : ' APQ-NOTE
           DISPLAY 'KEYED BY. . . . . . . . . . : ' APQ-OPERATOR
               ' ON ' APQ-HOLD-DATE ' AT ' APQ-HOLD-TIME
           DISPLAY 'R TO RELEASE, X TO REJECT, BLANK TO LEAVE HELD: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION-REPLY
           ACCEPT WS-ACTION-REPLY

           EVALUATE WS-ACTION-REPLY
               WHEN 'R'
               WHEN 'r'
                   SET APQ-RELEASED TO TRUE
                   PERFORM 2300-RECORD-DECISION
                   DISPLAY 'CHANGE ' APQ-SEQ ' RELEASED'
               WHEN 'X'
               WHEN 'x'
                   SET APQ-REJECTED TO TRUE
                   PERFORM 2300-RECORD-DECISION
                   DISPLAY 'CHANGE ' APQ-SEQ ' REJECTED'
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID REPLY - CHANGE LEFT HELD'
           END-EVALUATE.

       2300-RECORD-DECISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-SUPERVISOR TO APQ-SUPERVISOR
           MOVE WS-CTS-DATE   TO APQ-ACTION-DATE
           MOVE WS-CTS-TIME   TO APQ-ACTION-TIME
           MOVE LIB1-APPROVAL-RECORD TO WS-APQ-ENTRY(WS-APQ-FOUND-IDX)

           PERFORM 2400-REWRITE-QUEUE.

       2400-REWRITE-QUEUE.

           OPEN OUTPUT APPROVAL-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY 'LIB1APRV: UNABLE TO OPEN data/lib1apq.dat FOR '
                   'REWRITE - FILE STATUS ' WS-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-EXIT TO TRUE
           ELSE
               PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                       UNTIL WS-APQ-IDX > WS-APQ-COUNT
                   MOVE WS-APQ-ENTRY(WS-APQ-IDX) TO APPROVAL-QUEUE-REC
                   WRITE APPROVAL-QUEUE-REC
               END-PERFORM
               CLOSE APPROVAL-QUEUE
           END-IF.
