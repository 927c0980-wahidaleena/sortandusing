IDENTIFICATION DIVISION.
PROGRAM-ID. STUGRDM.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT GTRANFILE ASSIGN TO GTRNIN
         FILE STATUS IS WS-GTRANFILE-STATUS.
      SELECT COURSFILE ASSIGN TO CRSIN
         FILE STATUS IS WS-COURSFILE-STATUS.
      SELECT CRSOUTFILE ASSIGN TO CRSOUT
         FILE STATUS IS WS-CRSOUTFILE-STATUS.
      SELECT GRDJFILE ASSIGN TO GRDJLOG
         FILE STATUS IS WS-GRDJFILE-STATUS.
      SELECT RCMPFILE ASSIGN TO RCMPOUT
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RCMPFILE-STATUS.
      SELECT GTRANRPT ASSIGN TO GTRRPT
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD GTRANFILE.
      01 GRADE-TRAN-RECORD.
         05 GTRAN-ACTION           PIC X(1).
         05 GTRAN-STUDENT-ID       PIC 9(5).
         05 GTRAN-TERM             PIC 9(5).
         05 GTRAN-COURSE           PIC X(8).
         05 GTRAN-NEW-GRADE        PIC X(2).
         05 GTRAN-REASON           PIC X(4).
         05 GTRAN-DEADLINE         PIC 9(8).
   FD COURSFILE.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-I==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-I==
         ==COURSE-TERM==       BY ==COURSE-TERM-I==
         ==COURSE-CODE==       BY ==COURSE-CODE-I==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-I==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-I==.
   FD CRSOUTFILE.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-O==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-O==
         ==COURSE-TERM==       BY ==COURSE-TERM-O==
         ==COURSE-CODE==       BY ==COURSE-CODE-O==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-O==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-O==.
   FD GRDJFILE.
      COPY GRDJREC.
   FD RCMPFILE.
      *> Students whose grades changed, one STUDENT-ID per line in
      *> ascending order; STUGPA reads it as RCMPIN and recomputes
      *> only these students.
      01 RECOMPUTE-REC.
         05 RCMP-STUDENT-ID        PIC 9(5).
   FD GTRANRPT.
      01 GTRAN-REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
   COPY GRADETBL.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-CURRENT-TIME            PIC 9(8)  VALUE 0.
   01 WS-OPERATOR-ID             PIC X(20) VALUE SPACES.
   01 WS-GTRANFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-GTRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-GTRANFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-COURSFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-COURSFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-CRSOUTFILE-STATUS       PIC X(2)  VALUE SPACES.
   01 WS-CRSOUTFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CRSOUTFILE-OPEN-FAILED         VALUE 'Y'.
   01 WS-GRDJFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-GRDJFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-GRDJFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-RCMPFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-RCMPFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-RCMPFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-TRAN-OK-FLAG            PIC X(1)  VALUE 'Y'.
      88 WS-TRAN-OK                        VALUE 'Y'.
   01 WS-REJECT-REASON           PIC X(25) VALUE SPACES.

   *> Transactions are held until the course file has been passed
   *> once; each is applied to the first enrollment it names, in
   *> the order keyed, so two changes to one grade both land.
   *> WS-GT-STATE: P pending, A applied, R rejected.
   01 WS-GTRAN-TABLE.
      05 WS-GT-COUNT             PIC 9(4)  VALUE 0.
      05 WS-GT-ENTRY OCCURS 1000 TIMES.
         10 WS-GT-ACTION         PIC X(1).
         10 WS-GT-STUDENT-ID     PIC 9(5).
         10 WS-GT-TERM           PIC 9(5).
         10 WS-GT-COURSE         PIC X(8).
         10 WS-GT-NEW-GRADE      PIC X(2).
         10 WS-GT-REASON         PIC X(4).
         10 WS-GT-OLD-GRADE      PIC X(2).
         10 WS-GT-STATE          PIC X(1).
         10 WS-GT-REJECT-REASON  PIC X(25).
   01 WS-GT-SUB                  PIC 9(4)  VALUE 0.
   01 WS-GT-MATCHED-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-GT-MATCHED                     VALUE 'Y'.

   *> One byte per possible STUDENT-ID, set when any of that
   *> student's grades changes, so RCMPOUT lists each student once.
   01 WS-AFFECTED-TABLE.
      05 WS-AFFECTED-FLAG        PIC X(1)  OCCURS 99999 TIMES
                                           VALUE 'N'.
   01 WS-AFFECTED-SUB            PIC 9(5)  VALUE 0.

   01 WS-TRAN-COUNT              PIC 9(7)  VALUE 0.
   01 WS-APPLIED-COUNT           PIC 9(7)  VALUE 0.
   01 WS-REJECTED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-CHANGE-COUNT            PIC 9(7)  VALUE 0.
   01 WS-LAPSE-COUNT             PIC 9(7)  VALUE 0.
   01 WS-COURSE-READ-COUNT       PIC 9(7)  VALUE 0.
   01 WS-COURSE-WRITE-COUNT      PIC 9(7)  VALUE 0.
   01 WS-AFFECTED-COUNT          PIC 9(7)  VALUE 0.

   01 WS-DETAIL-LINE.
      05 WS-DL-ID                PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-TERM              PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-COURSE            PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-ACTION            PIC X(6).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-OLD-GRADE         PIC X(2).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-NEW-GRADE         PIC X(2).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-REASON-CODE       PIC X(4).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-RESULT            PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-REASON            PIC X(25).

   01 WS-TOTAL-LINE.
      05 WS-TL-TEXT              PIC X(25).
      05 WS-TL-COUNT             PIC ZZZZZZ9.

   01 WS-RETURN-CODE             PIC 9(3)  VALUE 0.
      88 WS-RC-SUCCESS                     VALUE 0.
      88 WS-RC-TRAN-REJECTS                VALUE 4.
      88 WS-RC-ZERO-TRANS                  VALUE 8.
      88 WS-RC-FILE-FAILURE                VALUE 16.

PROCEDURE DIVISION.
   0000-MAIN.
      PERFORM 0100-INITIALIZE.
      IF NOT WS-GTRANFILE-OPEN-FAILED
         AND NOT WS-COURSFILE-OPEN-FAILED
         AND NOT WS-CRSOUTFILE-OPEN-FAILED
         AND NOT WS-GRDJFILE-OPEN-FAILED
         AND NOT WS-RCMPFILE-OPEN-FAILED
         PERFORM 1000-LOAD-TRANSACTIONS
         PERFORM 2000-COPY-COURSES
         PERFORM 3000-REPORT-TRANSACTIONS
         PERFORM 4000-WRITE-AFFECTED-IDS
      END-IF.
      PERFORM 0800-WRITE-TOTALS.
      PERFORM 0900-TERMINATE.
      PERFORM 0700-SET-RETURN-CODE.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

   0100-INITIALIZE.
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      DISPLAY 'USER' UPON ENVIRONMENT-NAME.
      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      IF WS-OPERATOR-ID = SPACES
         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
      END-IF.
      OPEN INPUT GTRANFILE.
      IF WS-GTRANFILE-STATUS NOT = '00'
         DISPLAY 'GTRNIN open failed - status = '
            WS-GTRANFILE-STATUS
         SET WS-GTRANFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT COURSFILE.
      IF WS-COURSFILE-STATUS NOT = '00'
         DISPLAY 'COURSFILE open failed - status = '
            WS-COURSFILE-STATUS
         SET WS-COURSFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT CRSOUTFILE.
      IF WS-CRSOUTFILE-STATUS NOT = '00'
         DISPLAY 'CRSOUT open failed - status = '
            WS-CRSOUTFILE-STATUS
         SET WS-CRSOUTFILE-OPEN-FAILED TO TRUE
      END-IF.
      *> No grade is changed unless the change can be journaled.
      OPEN EXTEND GRDJFILE.
      IF WS-GRDJFILE-STATUS = '35'
         OPEN OUTPUT GRDJFILE
      END-IF.
      IF WS-GRDJFILE-STATUS NOT = '00'
         DISPLAY 'GRDJLOG open failed - status = ' WS-GRDJFILE-STATUS
         SET WS-GRDJFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT RCMPFILE.
      IF WS-RCMPFILE-STATUS NOT = '00'
         DISPLAY 'RCMPOUT open failed - status = '
            WS-RCMPFILE-STATUS
         SET WS-RCMPFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT GTRANRPT.
      MOVE 'GRADE MAINTENANCE - TRANSACTION REPORT'
         TO GTRAN-REPORT-LINE.
      WRITE GTRAN-REPORT-LINE.
      MOVE SPACES TO GTRAN-REPORT-LINE.
      WRITE GTRAN-REPORT-LINE.

   1000-LOAD-TRANSACTIONS.
      PERFORM UNTIL WS-AT-END
         READ GTRANFILE
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 1100-EDIT-TRANSACTION
               PERFORM 1200-STORE-TRANSACTION
         END-READ
      END-PERFORM.

   1100-EDIT-TRANSACTION.
      *> Card layout: action, STUDENT-ID, term, course, new grade,
      *> reason code, deadline.  G changes the grade of the
      *> enrollment to any grade on the grade table and needs a
      *> reason code.  L lapses an incomplete to F once its
      *> deadline (YYYYMMDD) has passed; the new grade may be left
      *> blank and the reason defaults to LAPS.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      IF GTRAN-ACTION NOT = 'G' AND GTRAN-ACTION NOT = 'L'
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
      ELSE
         IF GTRAN-STUDENT-ID NOT NUMERIC
            OR GTRAN-STUDENT-ID = 0
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
         ELSE
            IF GTRAN-TERM NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'NON-NUMERIC TERM' TO WS-REJECT-REASON
            ELSE
               IF GTRAN-COURSE = SPACES
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'BLANK COURSE CODE' TO WS-REJECT-REASON
               ELSE
                  IF GTRAN-ACTION = 'G'
                     PERFORM 1110-EDIT-CHANGE
                  ELSE
                     PERFORM 1120-EDIT-LAPSE
                  END-IF
               END-IF
            END-IF
         END-IF
      END-IF.

   1110-EDIT-CHANGE.
      MOVE GTRAN-NEW-GRADE TO WS-GRADE-LOOKUP.
      MOVE 'N' TO WS-GRADE-FOUND-FLAG.
      PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
         UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
         OR WS-GRADE-FOUND
         IF WS-GRADE-LOOKUP = WS-GRADE-LETTER(WS-GRADE-SUB)
            MOVE 'Y' TO WS-GRADE-FOUND-FLAG
         END-IF
      END-PERFORM.
      IF NOT WS-GRADE-FOUND
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'UNKNOWN LETTER GRADE' TO WS-REJECT-REASON
      ELSE
         IF GTRAN-REASON = SPACES
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'BLANK REASON CODE' TO WS-REJECT-REASON
         END-IF
      END-IF.

   1120-EDIT-LAPSE.
      IF GTRAN-NEW-GRADE NOT = SPACES
         AND GTRAN-NEW-GRADE NOT = 'F '
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'LAPSE GRADE MUST BE F' TO WS-REJECT-REASON
      ELSE
         IF GTRAN-DEADLINE NOT NUMERIC
            OR GTRAN-DEADLINE = 0
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'INVALID DEADLINE DATE' TO WS-REJECT-REASON
         ELSE
            IF GTRAN-DEADLINE NOT < WS-CURRENT-DATE
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'DEADLINE NOT YET PASSED' TO WS-REJECT-REASON
            END-IF
         END-IF
      END-IF.

   1200-STORE-TRANSACTION.
      IF WS-GT-COUNT >= 1000
         DISPLAY 'Grade transaction table full - rejected: '
            GRADE-TRAN-RECORD
         ADD 1 TO WS-REJECTED-COUNT
      ELSE
         ADD 1 TO WS-GT-COUNT
         MOVE WS-GT-COUNT      TO WS-GT-SUB
         MOVE GTRAN-ACTION     TO WS-GT-ACTION(WS-GT-SUB)
         MOVE GTRAN-STUDENT-ID TO WS-GT-STUDENT-ID(WS-GT-SUB)
         MOVE GTRAN-TERM       TO WS-GT-TERM(WS-GT-SUB)
         MOVE GTRAN-COURSE     TO WS-GT-COURSE(WS-GT-SUB)
         MOVE GTRAN-NEW-GRADE  TO WS-GT-NEW-GRADE(WS-GT-SUB)
         MOVE GTRAN-REASON     TO WS-GT-REASON(WS-GT-SUB)
         MOVE SPACES           TO WS-GT-OLD-GRADE(WS-GT-SUB)
         IF GTRAN-ACTION = 'L'
            MOVE 'F ' TO WS-GT-NEW-GRADE(WS-GT-SUB)
            IF GTRAN-REASON = SPACES
               MOVE 'LAPS' TO WS-GT-REASON(WS-GT-SUB)
            END-IF
         END-IF
         IF WS-TRAN-OK
            MOVE 'P'    TO WS-GT-STATE(WS-GT-SUB)
            MOVE SPACES TO WS-GT-REJECT-REASON(WS-GT-SUB)
         ELSE
            MOVE 'R'    TO WS-GT-STATE(WS-GT-SUB)
            MOVE WS-REJECT-REASON TO WS-GT-REJECT-REASON(WS-GT-SUB)
         END-IF
      END-IF.

   2000-COPY-COURSES.
      *> The whole course file is copied to CRSOUT, which replaces
      *> it; only the grades of matched enrollments differ.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         READ COURSFILE
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-COURSE-READ-COUNT
               MOVE COURSE-REC-I TO COURSE-REC-O
               PERFORM 2100-APPLY-TO-ENROLLMENT
               WRITE COURSE-REC-O
               ADD 1 TO WS-COURSE-WRITE-COUNT
         END-READ
      END-PERFORM.
      PERFORM VARYING WS-GT-SUB FROM 1 BY 1
         UNTIL WS-GT-SUB > WS-GT-COUNT
         IF WS-GT-STATE(WS-GT-SUB) = 'P'
            MOVE 'R' TO WS-GT-STATE(WS-GT-SUB)
            MOVE 'ENROLLMENT NOT ON FILE'
               TO WS-GT-REJECT-REASON(WS-GT-SUB)
         END-IF
      END-PERFORM.

   2100-APPLY-TO-ENROLLMENT.
      PERFORM VARYING WS-GT-SUB FROM 1 BY 1
         UNTIL WS-GT-SUB > WS-GT-COUNT
         IF WS-GT-STATE(WS-GT-SUB) = 'P'
            AND WS-GT-STUDENT-ID(WS-GT-SUB) = COURSE-STUDENT-ID-O
            AND WS-GT-TERM(WS-GT-SUB) = COURSE-TERM-O
            AND WS-GT-COURSE(WS-GT-SUB) = COURSE-CODE-O
            PERFORM 2200-CHANGE-GRADE
         END-IF
      END-PERFORM.

   2200-CHANGE-GRADE.
      MOVE COURSE-GRADE-O TO WS-GT-OLD-GRADE(WS-GT-SUB).
      IF WS-GT-ACTION(WS-GT-SUB) = 'L'
         AND COURSE-GRADE-O NOT = 'I '
         MOVE 'R' TO WS-GT-STATE(WS-GT-SUB)
         MOVE 'GRADE IS NOT INCOMPLETE'
            TO WS-GT-REJECT-REASON(WS-GT-SUB)
      ELSE
         IF COURSE-GRADE-O = WS-GT-NEW-GRADE(WS-GT-SUB)
            MOVE 'R' TO WS-GT-STATE(WS-GT-SUB)
            MOVE 'GRADE ALREADY AS GIVEN'
               TO WS-GT-REJECT-REASON(WS-GT-SUB)
         ELSE
            MOVE WS-GT-NEW-GRADE(WS-GT-SUB) TO COURSE-GRADE-O
            MOVE 'A' TO WS-GT-STATE(WS-GT-SUB)
            PERFORM 2300-WRITE-JOURNAL
            IF WS-AFFECTED-FLAG(COURSE-STUDENT-ID-O) NOT = 'Y'
               MOVE 'Y' TO WS-AFFECTED-FLAG(COURSE-STUDENT-ID-O)
               ADD 1 TO WS-AFFECTED-COUNT
            END-IF
         END-IF
      END-IF.

   2300-WRITE-JOURNAL.
      ACCEPT WS-CURRENT-TIME FROM TIME.
      MOVE SPACES TO GRADE-JOURNAL-REC.
      MOVE WS-CURRENT-DATE            TO GRDJ-DATE.
      MOVE WS-CURRENT-TIME(1:6)       TO GRDJ-TIME.
      MOVE WS-OPERATOR-ID             TO GRDJ-OPERATOR.
      MOVE WS-GT-ACTION(WS-GT-SUB)    TO GRDJ-ACTION.
      MOVE COURSE-STUDENT-ID-O        TO GRDJ-STUDENT-ID.
      MOVE COURSE-TERM-O              TO GRDJ-TERM.
      MOVE COURSE-CODE-O              TO GRDJ-COURSE.
      MOVE WS-GT-OLD-GRADE(WS-GT-SUB) TO GRDJ-OLD-GRADE.
      MOVE WS-GT-NEW-GRADE(WS-GT-SUB) TO GRDJ-NEW-GRADE.
      MOVE WS-GT-REASON(WS-GT-SUB)    TO GRDJ-REASON.
      WRITE GRADE-JOURNAL-REC.

   3000-REPORT-TRANSACTIONS.
      PERFORM VARYING WS-GT-SUB FROM 1 BY 1
         UNTIL WS-GT-SUB > WS-GT-COUNT
         PERFORM 3100-REPORT-TRANSACTION
      END-PERFORM.

   3100-REPORT-TRANSACTION.
      MOVE SPACES TO WS-DETAIL-LINE.
      MOVE WS-GT-STUDENT-ID(WS-GT-SUB) TO WS-DL-ID.
      MOVE WS-GT-TERM(WS-GT-SUB)       TO WS-DL-TERM.
      MOVE WS-GT-COURSE(WS-GT-SUB)     TO WS-DL-COURSE.
      MOVE WS-GT-OLD-GRADE(WS-GT-SUB)  TO WS-DL-OLD-GRADE.
      MOVE WS-GT-NEW-GRADE(WS-GT-SUB)  TO WS-DL-NEW-GRADE.
      MOVE WS-GT-REASON(WS-GT-SUB)     TO WS-DL-REASON-CODE.
      EVALUATE WS-GT-ACTION(WS-GT-SUB)
         WHEN 'G'    MOVE 'CHANGE' TO WS-DL-ACTION
         WHEN 'L'    MOVE 'LAPSE'  TO WS-DL-ACTION
         WHEN OTHER  MOVE WS-GT-ACTION(WS-GT-SUB) TO WS-DL-ACTION
      END-EVALUATE.
      IF WS-GT-STATE(WS-GT-SUB) = 'A'
         MOVE 'APPLIED'  TO WS-DL-RESULT
         ADD 1 TO WS-APPLIED-COUNT
         IF WS-GT-ACTION(WS-GT-SUB) = 'L'
            ADD 1 TO WS-LAPSE-COUNT
         ELSE
            ADD 1 TO WS-CHANGE-COUNT
         END-IF
      ELSE
         MOVE 'REJECTED' TO WS-DL-RESULT
         MOVE WS-GT-REJECT-REASON(WS-GT-SUB) TO WS-DL-REASON
         ADD 1 TO WS-REJECTED-COUNT
      END-IF.
      MOVE WS-DETAIL-LINE TO GTRAN-REPORT-LINE.
      WRITE GTRAN-REPORT-LINE.

   4000-WRITE-AFFECTED-IDS.
      PERFORM VARYING WS-AFFECTED-SUB FROM 1 BY 1
         UNTIL WS-AFFECTED-SUB = 99999
         IF WS-AFFECTED-FLAG(WS-AFFECTED-SUB) = 'Y'
            MOVE WS-AFFECTED-SUB TO RCMP-STUDENT-ID
            WRITE RECOMPUTE-REC
         END-IF
      END-PERFORM.
      IF WS-AFFECTED-FLAG(99999) = 'Y'
         MOVE 99999 TO RCMP-STUDENT-ID
         WRITE RECOMPUTE-REC
      END-IF.

   0800-WRITE-TOTALS.
      MOVE SPACES TO GTRAN-REPORT-LINE.
      WRITE GTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS READ      :' TO WS-TL-TEXT.
      MOVE WS-TRAN-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'TRANSACTIONS APPLIED   :' TO WS-TL-TEXT.
      MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'TRANSACTIONS REJECTED  :' TO WS-TL-TEXT.
      MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'GRADES CHANGED         :' TO WS-TL-TEXT.
      MOVE WS-CHANGE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'INCOMPLETES LAPSED     :' TO WS-TL-TEXT.
      MOVE WS-LAPSE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'COURSE RECORDS READ    :' TO WS-TL-TEXT.
      MOVE WS-COURSE-READ-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'COURSE RECORDS WRITTEN :' TO WS-TL-TEXT.
      MOVE WS-COURSE-WRITE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'STUDENTS TO RECOMPUTE  :' TO WS-TL-TEXT.
      MOVE WS-AFFECTED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.

   0810-WRITE-TOTAL-LINE.
      MOVE WS-TOTAL-LINE TO GTRAN-REPORT-LINE.
      WRITE GTRAN-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-GTRANFILE-OPEN-FAILED
         CLOSE GTRANFILE
      END-IF.
      IF NOT WS-COURSFILE-OPEN-FAILED
         CLOSE COURSFILE
      END-IF.
      IF NOT WS-CRSOUTFILE-OPEN-FAILED
         CLOSE CRSOUTFILE
      END-IF.
      IF NOT WS-GRDJFILE-OPEN-FAILED
         CLOSE GRDJFILE
      END-IF.
      IF NOT WS-RCMPFILE-OPEN-FAILED
         CLOSE RCMPFILE
      END-IF.
      CLOSE GTRANRPT.

   0700-SET-RETURN-CODE.
      *> Same convention as the master maintenance: 0 clean, 4 data
      *> rejects, 8 empty feed, 16 a file failure.  On 16 CRSOUT is
      *> incomplete and must not replace the course file.
      IF WS-GTRANFILE-OPEN-FAILED OR WS-COURSFILE-OPEN-FAILED
         OR WS-CRSOUTFILE-OPEN-FAILED OR WS-GRDJFILE-OPEN-FAILED
         OR WS-RCMPFILE-OPEN-FAILED
         SET WS-RC-FILE-FAILURE TO TRUE
      ELSE
         IF WS-TRAN-COUNT = 0
            SET WS-RC-ZERO-TRANS TO TRUE
         ELSE
            IF WS-REJECTED-COUNT > 0
               SET WS-RC-TRAN-REJECTS TO TRUE
            ELSE
               SET WS-RC-SUCCESS TO TRUE
            END-IF
         END-IF
      END-IF.
