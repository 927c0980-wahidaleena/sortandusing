      *> Repeat-course and non-GPA grade policy, applied to the
      *> attempts loaded in WS-CRS-TABLE (COPY CRSTBL) using the
      *> grade table (COPY GRADETBL).  The latest graded or passed
      *> attempt of a course replaces every earlier one in the
      *> cumulative totals; a later W, AU or I does not replace
      *> anything.  Attempts in the same term never replace each
      *> other.  PERFORM 7500-CLASSIFY-ATTEMPTS once the table
      *> holds the student's full history.
   7500-CLASSIFY-ATTEMPTS.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
         UNTIL WS-CRS-SUB > WS-CRS-COUNT
         PERFORM 7510-CLASSIFY-ONE-ATTEMPT
      END-PERFORM.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
         UNTIL WS-CRS-SUB > WS-CRS-COUNT
         IF WS-CRS-CLASS(WS-CRS-SUB) = 'G'
            OR WS-CRS-CLASS(WS-CRS-SUB) = 'P'
            PERFORM 7520-CHECK-LATER-ATTEMPT
         END-IF
      END-PERFORM.

   7510-CLASSIFY-ONE-ATTEMPT.
      MOVE WS-CRS-GRADE(WS-CRS-SUB) TO WS-GRADE-LOOKUP.
      MOVE 'N' TO WS-GRADE-FOUND-FLAG.
      PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
         UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
         OR WS-GRADE-FOUND
         IF WS-GRADE-LOOKUP = WS-GRADE-LETTER(WS-GRADE-SUB)
            MOVE 'Y' TO WS-GRADE-FOUND-FLAG
         END-IF
      END-PERFORM.
      IF WS-GRADE-FOUND
         SUBTRACT 1 FROM WS-GRADE-SUB
         MOVE WS-GRADE-CLASS(WS-GRADE-SUB)
            TO WS-CRS-CLASS(WS-CRS-SUB)
         MOVE WS-GRADE-POINTS(WS-GRADE-SUB)
            TO WS-CRS-POINTS(WS-CRS-SUB)
         IF WS-CRS-CLASS(WS-CRS-SUB) = 'G'
            MOVE SPACE TO WS-CRS-MARKER(WS-CRS-SUB)
         ELSE
            MOVE 'E' TO WS-CRS-MARKER(WS-CRS-SUB)
         END-IF
      ELSE
         MOVE SPACE TO WS-CRS-CLASS(WS-CRS-SUB)
         MOVE 0     TO WS-CRS-POINTS(WS-CRS-SUB)
         MOVE 'E'   TO WS-CRS-MARKER(WS-CRS-SUB)
      END-IF.

   7520-CHECK-LATER-ATTEMPT.
      PERFORM VARYING WS-CRS-LATER-SUB FROM 1 BY 1
         UNTIL WS-CRS-LATER-SUB > WS-CRS-COUNT
         OR WS-CRS-MARKER(WS-CRS-SUB) = 'R'
         IF WS-CRS-CODE(WS-CRS-LATER-SUB) = WS-CRS-CODE(WS-CRS-SUB)
            AND WS-CRS-TERM(WS-CRS-LATER-SUB)
               > WS-CRS-TERM(WS-CRS-SUB)
            AND (WS-CRS-CLASS(WS-CRS-LATER-SUB) = 'G'
               OR WS-CRS-CLASS(WS-CRS-LATER-SUB) = 'P')
            MOVE 'R' TO WS-CRS-MARKER(WS-CRS-SUB)
         END-IF
      END-PERFORM.
