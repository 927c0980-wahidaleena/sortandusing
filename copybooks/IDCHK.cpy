      *> STUDENT-ID check digit, shared by every program that issues
      *> or accepts student IDs.  The fifth digit of the ID is a
      *> Luhn (mod 10) check over the first four: working from the
      *> right, every second digit of the four is doubled (less 9 when
      *> that exceeds 9), the digits are summed, and the check digit
      *> brings the sum up to the next multiple of ten.  Requires
      *> EDITRULE in working storage; include as-is:
      *>    COPY IDCHK.
      *> 1250-COMPUTE-CHECK-DIGIT takes WS-CHK-BASE and returns
      *> WS-CHK-DIGIT.  1260-VERIFY-CHECK-DIGIT takes WS-CHK-ID and
      *> sets WS-CHK-DIGIT-OK-FLAG; IDs below WS-IDCHECK-FROM (the
      *> IDCHECK rule card) are issued before the scheme and pass.
   1250-COMPUTE-CHECK-DIGIT.
      MOVE 0 TO WS-CHK-SUM.
      PERFORM VARYING WS-CHK-SUB FROM 1 BY 1 UNTIL WS-CHK-SUB > 4
         MOVE WS-CHK-BASE-DIGIT(WS-CHK-SUB) TO WS-CHK-WORK
         IF WS-CHK-SUB = 2 OR WS-CHK-SUB = 4
            MULTIPLY 2 BY WS-CHK-WORK
            IF WS-CHK-WORK > 9
               SUBTRACT 9 FROM WS-CHK-WORK
            END-IF
         END-IF
         ADD WS-CHK-WORK TO WS-CHK-SUM
      END-PERFORM.
      DIVIDE WS-CHK-SUM BY 10
         GIVING WS-CHK-QUOTIENT REMAINDER WS-CHK-REMAINDER.
      IF WS-CHK-REMAINDER = 0
         MOVE 0 TO WS-CHK-DIGIT
      ELSE
         COMPUTE WS-CHK-DIGIT = 10 - WS-CHK-REMAINDER
      END-IF.

   1260-VERIFY-CHECK-DIGIT.
      MOVE 'Y' TO WS-CHK-DIGIT-OK-FLAG.
      IF WS-IDCHECK-FROM > 0 AND WS-CHK-ID NOT < WS-IDCHECK-FROM
         MOVE WS-CHK-ID-BASE TO WS-CHK-BASE
         PERFORM 1250-COMPUTE-CHECK-DIGIT
         IF WS-CHK-DIGIT NOT = WS-CHK-ID-DIGIT
            MOVE 'N' TO WS-CHK-DIGIT-OK-FLAG
         END-IF
      END-IF.
