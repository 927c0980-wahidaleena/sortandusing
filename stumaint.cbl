         FILE STATUS IS WS-JRNFILE-STATUS.
      SELECT OPTIONAL RULEFILE ASSIGN TO RULES
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT SECFILE ASSIGN TO SECFILE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SECFILE-STATUS.
      SELECT SECVIOL ASSIGN TO SECVIO
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SECVIOL-STATUS.

DATA DIVISION.
   FILE SECTION.
         05 RULE-KEYWORD           PIC X(7).
         05 FILLER                 PIC X(1).
         05 RULE-VALUE             PIC X(72).
   FD SECFILE.
      COPY SECREC.
   FD SECVIOL.
      COPY SECVREC.

   WORKING-STORAGE SECTION.
   COPY STUDREC REPLACING
      ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-T==.

   COPY EDITRULE.
   COPY SECRULE.

   01 WS-CURRENT-DATE            PIC 9(8).
   01 WS-CURRENT-TIME            PIC 9(8).
   01 WS-TRAN-OK-FLAG            PIC X(1)  VALUE 'Y'.
      88 WS-TRAN-OK                        VALUE 'Y'.
   01 WS-REJECT-REASON           PIC X(25) VALUE SPACES.
   01 WS-ON-FILE-FLAG            PIC X(1)  VALUE 'N'.
      88 WS-ON-FILE                        VALUE 'Y'.

   01 WS-TRAN-COUNT              PIC 9(7)  VALUE 0.
   01 WS-APPLIED-COUNT           PIC 9(7)  VALUE 0.
      PERFORM 0100-INITIALIZE.
      IF NOT WS-OUTIDX-OPEN-FAILED AND NOT WS-TRANFILE-OPEN-FAILED
         AND NOT WS-JRNFILE-OPEN-FAILED
         AND NOT WS-SECFILE-OPEN-FAILED AND NOT WS-SECVIOL-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ TRANFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG
      END-IF.
      MOVE WS-CURRENT-DATE TO WS-DOB-HIGH.
      PERFORM 0150-LOAD-EDIT-RULES.
      MOVE 'STUMAINT' TO WS-SEC-PROGRAM.
      PERFORM 0170-LOAD-SECURITY.
      OPEN EXTEND JRNFILE.
      IF WS-JRNFILE-STATUS = '35'
         OPEN OUTPUT JRNFILE

   COPY EDITLOAD.

   COPY SECLOAD.

   1000-APPLY-TRANSACTION.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      MOVE TRAN-STUDENT-DATA TO STUDENT-REC-T.
      PERFORM 1100-EDIT-TRANSACTION.
      IF WS-TRAN-OK
         PERFORM 1500-AUTHORIZE-TRANSACTION
      END-IF.
      MOVE SPACES TO WS-JRNL-BEFORE.
      MOVE SPACES TO WS-JRNL-AFTER.
      IF WS-TRAN-OK

   1100-EDIT-TRANSACTION.
      *> The same basic edits HELLO applies on load: the key must be a
      *> nonzero number with a valid check digit, and adds/changes
      *> must carry a name.
      IF TRAN-ACTION NOT = 'A' AND TRAN-ACTION NOT = 'C'
         AND TRAN-ACTION NOT = 'D'
         MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'ZERO STUDENT ID' TO WS-REJECT-REASON
            ELSE
               MOVE STUDENT-ID-T TO WS-CHK-ID
               PERFORM 1260-VERIFY-CHECK-DIGIT
               IF NOT WS-CHK-DIGIT-OK
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'INVALID ID CHECK DIGIT' TO WS-REJECT-REASON
               END-IF
            END-IF
            IF WS-TRAN-OK
               IF TRAN-ACTION NOT = 'D'
                  IF STUDENT-NAME-T = SPACES
                     MOVE 'N' TO WS-TRAN-OK-FLAG
      ==EDIT-GPA-FLD==    BY ==STUDENT-GPA-T==
      ==EDIT-STATUS-FLD== BY ==STUDENT-STATUS-T==.

   COPY IDCHK.

   1290-REJECT-DOB.
      MOVE 'N' TO WS-FIELD-EDITS-OK-FLAG.
      MOVE 'N' TO WS-TRAN-OK-FLAG.
      MOVE 'N' TO WS-TRAN-OK-FLAG.
      MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON.

   1500-AUTHORIZE-TRANSACTION.
      *> Checked before anything touches the master.  The operator's
      *> security card must allow the action and the campus: for a
      *> change both the campus on file and the one keyed, for a
      *> delete the campus on file.  A GPA or status that differs
      *> from the master (or a nonzero GPA on an add) needs that
      *> authority as well.  A change or delete for a student not on
      *> file is left for 3000/4000 to reject in the usual way.
      MOVE 'Y' TO WS-SEC-OK-FLAG.
      MOVE 'N' TO WS-ON-FILE-FLAG.
      MOVE TRAN-ACTION      TO WS-SEC-CHECK-ACTION.
      MOVE STUDENT-ID-T     TO WS-SEC-CHECK-ID.
      MOVE STUDENT-CAMPUS-T TO WS-SEC-CHECK-CAMPUS.
      IF TRAN-ACTION NOT = 'A'
         MOVE STUDENT-ID-T TO STUDENT-ID-IX
         READ OUTFILE-INDEXED
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-ON-FILE-FLAG
         END-READ
      END-IF.
      IF TRAN-ACTION = 'D' AND WS-ON-FILE
         MOVE STUDENT-CAMPUS-IX TO WS-SEC-CHECK-CAMPUS
      END-IF.
      PERFORM 1510-CHECK-ACTION.
      EVALUATE TRAN-ACTION
         WHEN 'A'
            PERFORM 1520-CHECK-CAMPUS
            IF STUDENT-GPA-T NOT = 0
               PERFORM 1530-CHECK-GPA
            END-IF
         WHEN 'C'
            PERFORM 1520-CHECK-CAMPUS
            IF WS-ON-FILE
               IF STUDENT-CAMPUS-IX NOT = STUDENT-CAMPUS-T
                  MOVE STUDENT-CAMPUS-IX TO WS-SEC-CHECK-CAMPUS
                  PERFORM 1520-CHECK-CAMPUS
               END-IF
               IF STUDENT-GPA-IX NOT = STUDENT-GPA-T
                  PERFORM 1530-CHECK-GPA
               END-IF
               IF STUDENT-STATUS-IX NOT = STUDENT-STATUS-T
                  PERFORM 1540-CHECK-STATUS
               END-IF
            END-IF
         WHEN 'D'
            IF WS-ON-FILE
               PERFORM 1520-CHECK-CAMPUS
            END-IF
      END-EVALUATE.
      IF NOT WS-SEC-OK
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE WS-SEC-REASON TO WS-REJECT-REASON
      END-IF.

   2000-ADD-STUDENT.
      MOVE STUDENT-ID-T     TO STUDENT-ID-IX.
      MOVE STUDENT-NAME-T   TO STUDENT-NAME-IX.
      MOVE WS-DELETE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO TRAN-REPORT-LINE.
      WRITE TRAN-REPORT-LINE.
      MOVE 'SECURITY VIOLATIONS    :' TO WS-TL-TEXT.
      MOVE WS-VIOLATION-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO TRAN-REPORT-LINE.
      WRITE TRAN-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-TRANFILE-OPEN-FAILED
      IF NOT WS-JRNFILE-OPEN-FAILED
         CLOSE JRNFILE
      END-IF.
      IF NOT WS-SECVIOL-OPEN-FAILED
         CLOSE SECVIOL
      END-IF.
      CLOSE TRANRPT.

   0700-SET-RETURN-CODE.
      *> 8 empty feed, 16 a file failure the operator must look at.
      IF WS-OUTIDX-OPEN-FAILED OR WS-TRANFILE-OPEN-FAILED
         OR WS-JRNFILE-OPEN-FAILED
         OR WS-SECFILE-OPEN-FAILED OR WS-SECVIOL-OPEN-FAILED
         SET WS-RC-MASTER-FAILURE TO TRUE
      ELSE
         IF WS-TRAN-COUNT = 0
