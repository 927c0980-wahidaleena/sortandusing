      *> Loader for the degree requirements cards.  The including
      *> program declares DEGRFILE (line sequential, FILE STATUS
      *> WS-DEGRFILE-STATUS, record DEGREE-REQ-CARD from COPY
      *> DEGRREC), COPYs DEGRTBL into working storage, and PERFORMs
      *> 0190-LOAD-DEGREE-RULES from its initialization.  The file
      *> is required: a program cannot be declared or audited
      *> without it.  Cards that cannot be used are displayed and
      *> counted in WS-DEGR-CARD-REJECT-COUNT.  To look a program
      *> up, MOVE its code to WS-PROG-LOOKUP and PERFORM
      *> 0195-FIND-PROGRAM; WS-PROG-SUB points at it when found.
   0190-LOAD-DEGREE-RULES.
      OPEN INPUT DEGRFILE.
      IF WS-DEGRFILE-STATUS NOT = '00'
         DISPLAY 'DEGRIN open failed - status = ' WS-DEGRFILE-STATUS
         SET WS-DEGRFILE-OPEN-FAILED TO TRUE
      ELSE
         PERFORM UNTIL WS-DEGR-AT-END
            READ DEGRFILE
               AT END MOVE 'Y' TO WS-DEGR-AT-END-FLAG
               NOT AT END
                  PERFORM 0191-APPLY-DEGREE-CARD
            END-READ
         END-PERFORM
         CLOSE DEGRFILE
      END-IF.

   0191-APPLY-DEGREE-CARD.
      MOVE DEGR-PROGRAM TO WS-PROG-LOOKUP.
      PERFORM 0195-FIND-PROGRAM.
      EVALUATE DEGR-TYPE
         WHEN 'P'
            IF WS-PROG-FOUND OR DEGR-PROGRAM = SPACES
               OR DEGR-TOTAL-CREDITS NOT NUMERIC
               OR DEGR-MIN-GPA NOT NUMERIC
               PERFORM 0199-REJECT-DEGREE-CARD
            ELSE
               IF WS-PROG-COUNT < 50
                  ADD 1 TO WS-PROG-COUNT
                  MOVE WS-PROG-COUNT      TO WS-PROG-SUB
                  MOVE DEGR-PROGRAM       TO WS-PROG-CODE(WS-PROG-SUB)
                  MOVE DEGR-TITLE         TO WS-PROG-TITLE(WS-PROG-SUB)
                  MOVE DEGR-TOTAL-CREDITS
                     TO WS-PROG-CREDITS(WS-PROG-SUB)
                  MOVE DEGR-MIN-GPA       TO WS-PROG-MIN-GPA(WS-PROG-SUB)
                  MOVE 0 TO WS-PROG-REQ-COUNT(WS-PROG-SUB)
                  MOVE 0 TO WS-PROG-GRP-COUNT(WS-PROG-SUB)
               ELSE
                  PERFORM 0199-REJECT-DEGREE-CARD
               END-IF
            END-IF
         WHEN 'C'
            IF NOT WS-PROG-FOUND OR DEGR-COURSE-CODE = SPACES
               PERFORM 0199-REJECT-DEGREE-CARD
            ELSE
               IF WS-PROG-REQ-COUNT(WS-PROG-SUB) >= 30
                  PERFORM 0199-REJECT-DEGREE-CARD
               ELSE
                  ADD 1 TO WS-PROG-REQ-COUNT(WS-PROG-SUB)
                  MOVE WS-PROG-REQ-COUNT(WS-PROG-SUB)
                     TO WS-PROG-REQ-SUB
                  MOVE DEGR-COURSE-CODE
                     TO WS-PROG-REQ-COURSE(WS-PROG-SUB, WS-PROG-REQ-SUB)
               END-IF
            END-IF
         WHEN 'G'
            IF NOT WS-PROG-FOUND OR DEGR-GROUP-ID = SPACES
               PERFORM 0199-REJECT-DEGREE-CARD
            ELSE
               PERFORM 0192-APPLY-GROUP-CARD
            END-IF
         WHEN OTHER
            CONTINUE
      END-EVALUATE.

   0192-APPLY-GROUP-CARD.
      MOVE 0 TO WS-PROG-GRP-SUB.
      PERFORM VARYING WS-DEGR-CARD-SUB FROM 1 BY 1
         UNTIL WS-DEGR-CARD-SUB > WS-PROG-GRP-COUNT(WS-PROG-SUB)
         OR WS-PROG-GRP-SUB > 0
         IF WS-PROG-GRP-ID(WS-PROG-SUB, WS-DEGR-CARD-SUB)
            = DEGR-GROUP-ID
            MOVE WS-DEGR-CARD-SUB TO WS-PROG-GRP-SUB
         END-IF
      END-PERFORM.
      IF WS-PROG-GRP-SUB = 0
         IF WS-PROG-GRP-COUNT(WS-PROG-SUB) < 10
            AND DEGR-GROUP-NEEDED NUMERIC
            AND DEGR-GROUP-NEEDED > 0
            ADD 1 TO WS-PROG-GRP-COUNT(WS-PROG-SUB)
            MOVE WS-PROG-GRP-COUNT(WS-PROG-SUB) TO WS-PROG-GRP-SUB
            MOVE DEGR-GROUP-ID
               TO WS-PROG-GRP-ID(WS-PROG-SUB, WS-PROG-GRP-SUB)
            MOVE DEGR-GROUP-NEEDED
               TO WS-PROG-GRP-NEEDED(WS-PROG-SUB, WS-PROG-GRP-SUB)
            MOVE 0
               TO WS-PROG-GRP-CRS-COUNT(WS-PROG-SUB, WS-PROG-GRP-SUB)
         ELSE
            PERFORM 0199-REJECT-DEGREE-CARD
         END-IF
      END-IF.
      IF WS-PROG-GRP-SUB > 0
         PERFORM VARYING WS-DEGR-CARD-SUB FROM 1 BY 1
            UNTIL WS-DEGR-CARD-SUB > 7
            IF DEGR-GROUP-COURSE(WS-DEGR-CARD-SUB) NOT = SPACES
               IF WS-PROG-GRP-CRS-COUNT(WS-PROG-SUB, WS-PROG-GRP-SUB)
                  < 20
                  ADD 1 TO WS-PROG-GRP-CRS-COUNT
                     (WS-PROG-SUB, WS-PROG-GRP-SUB)
                  MOVE WS-PROG-GRP-CRS-COUNT
                     (WS-PROG-SUB, WS-PROG-GRP-SUB)
                     TO WS-PROG-GRP-CRS-SUB
                  MOVE DEGR-GROUP-COURSE(WS-DEGR-CARD-SUB)
                     TO WS-PROG-GRP-COURSE
                     (WS-PROG-SUB, WS-PROG-GRP-SUB, WS-PROG-GRP-CRS-SUB)
               ELSE
                  DISPLAY 'Course group ' DEGR-PROGRAM ' '
                     DEGR-GROUP-ID ' full - course ignored: '
                     DEGR-GROUP-COURSE(WS-DEGR-CARD-SUB)
               END-IF
            END-IF
         END-PERFORM
      END-IF.

   0195-FIND-PROGRAM.
      MOVE 'N' TO WS-PROG-FOUND-FLAG.
      PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
         UNTIL WS-PROG-SUB > WS-PROG-COUNT
         OR WS-PROG-FOUND
         IF WS-PROG-CODE(WS-PROG-SUB) = WS-PROG-LOOKUP
            MOVE 'Y' TO WS-PROG-FOUND-FLAG
         END-IF
      END-PERFORM.
      IF WS-PROG-FOUND
         SUBTRACT 1 FROM WS-PROG-SUB
      END-IF.

   0199-REJECT-DEGREE-CARD.
      ADD 1 TO WS-DEGR-CARD-REJECT-COUNT.
      DISPLAY 'Degree requirements card not usable - ignored: '
         DEGREE-REQ-CARD(1:40).
