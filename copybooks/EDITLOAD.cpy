      *> PROBAT carry the academic-standing thresholds in the same
      *> three-digit form as GPAMIN/GPAMAX, and GPATOL the largest
      *> difference tolerated between a campus-fed GPA and the
      *> course-computed one (005 = 0.05).  IDCHECK carries the
      *> first STUDENT-ID (five digits) that must bear a valid
      *> check digit; IDs below it predate the scheme.  Anything
      *> else (comments, blanks) is ignored.
      EVALUATE RULE-KEYWORD
         WHEN 'STATUS '
            IF RULE-VALUE(1:2) NOT = SPACES
            IF RULE-VALUE(1:8) NUMERIC
               MOVE RULE-VALUE(1:8) TO WS-DOB-HIGH
            END-IF
         WHEN 'IDCHECK'
            IF RULE-VALUE(1:5) NUMERIC
               MOVE RULE-VALUE(1:5) TO WS-IDCHECK-FROM
            END-IF
         WHEN OTHER
            CONTINUE
      END-EVALUATE.
