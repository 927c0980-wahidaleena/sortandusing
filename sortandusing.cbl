            MOVE 'ZERO STUDENT ID'       TO REJECT-REASON-TEXT
            WRITE REJECT-RECORD
            ADD 1 TO WS-REJECT-COUNT
         ELSE
            MOVE STUDENT-ID-I TO WS-CHK-ID
            PERFORM 1260-VERIFY-CHECK-DIGIT
            IF NOT WS-CHK-DIGIT-OK
               MOVE 'N' TO WS-ID-NUMERIC-OK
               MOVE STUDENT-ID-I   TO REJECT-ID
               MOVE STUDENT-NAME-I TO REJECT-NAME
               MOVE '07'           TO REJECT-REASON-CODE
               MOVE 'INVALID ID CHECK DIGIT' TO REJECT-REASON-TEXT
               WRITE REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
            END-IF
         END-IF
      END-IF.
      IF WS-ID-IS-NUMERIC
      ==EDIT-GPA-FLD==    BY ==STUDENT-GPA-I==
      ==EDIT-STATUS-FLD== BY ==STUDENT-STATUS-I==.

   COPY IDCHK.

   1290-REJECT-DOB.
      MOVE 'N' TO WS-FIELD-EDITS-OK-FLAG.
      MOVE STUDENT-ID-I   TO REJECT-ID.
