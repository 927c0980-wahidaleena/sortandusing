         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT CATFILE ASSIGN TO CATIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CATALOG-CODE-IX
         FILE STATUS IS WS-CATFILE-STATUS.
      SELECT CRSREJ ASSIGN TO CRSREJ
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT GPAEXC ASSIGN TO GPAEXC
      SELECT OPTIONAL RUNLEDG ASSIGN TO RUNLOG
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUNLEDG-STATUS.
      SELECT OPTIONAL RCMPFILE ASSIGN TO RCMPIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RCMPFILE-STATUS.
      SELECT CRSWORK ASSIGN TO CWRK.

DATA DIVISION.
         ==STUDENT-STATUS== BY ==STUDENT-STATUS-IX==
         ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-IX==
         ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-IX==.
   FD CATFILE.
      COPY CATLREC REPLACING
         ==CATALOG-REC==          BY ==CATALOG-REC-IX==
         ==CATALOG-CODE==         BY ==CATALOG-CODE-IX==
         ==CATALOG-TITLE==        BY ==CATALOG-TITLE-IX==
         ==CATALOG-DEPT==         BY ==CATALOG-DEPT-IX==
         ==CATALOG-CREDITS==      BY ==CATALOG-CREDITS-IX==
         ==CATALOG-STATUS==       BY ==CATALOG-STATUS-IX==
         ==CATALOG-RETIRED-TERM== BY ==CATALOG-RETIRED-TERM-IX==
         ==CATALOG-LASTACT==      BY ==CATALOG-LASTACT-IX==.
   FD CRSREJ.
      01 COURSE-REJECT-RECORD.
         05 CRJ-ID                 PIC X(5).
         05 FILLER                 PIC X(75).
   FD RUNLEDG.
      COPY RUNLREC.
   FD RCMPFILE.
      *> Students to recompute, one STUDENT-ID per line, as written
      *> by the grade maintenance step.  When the file is present
      *> only these students are recomputed; when it is absent,
      *> everyone is.
      01 RECOMPUTE-REC.
         05 RCMP-STUDENT-ID        PIC 9(5).
   SD CRSWORK.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-W==
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-CATFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-CATFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CATFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-COURSE-OK-FLAG          PIC X(1)  VALUE 'Y'.
      88 WS-COURSE-OK                      VALUE 'Y'.
   01 WS-FIRST-COURSE-FLAG       PIC X(1)  VALUE 'Y'.
      88 WS-FIRST-COURSE                   VALUE 'Y'.
   01 WS-RCMPFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-RCMP-AT-END-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-RCMP-AT-END                    VALUE 'Y'.
   01 WS-SELECTIVE-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-SELECTIVE                      VALUE 'Y'.

   *> One byte per possible STUDENT-ID, set for each student on
   *> RCMPIN when the run is limited to those students.
   01 WS-SELECTED-TABLE.
      05 WS-SELECTED-FLAG        PIC X(1)  OCCURS 99999 TIMES
                                           VALUE 'N'.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.

   COPY GRADETBL.

   *> The sorted course stream is buffered a student at a time so
   *> the repeat policy can see every attempt before the student's
   *> cumulative figures are taken.
   COPY CRSTBL.

   01 WS-CURR-ID                 PIC 9(5)  VALUE 0.
   01 WS-CURR-TERM               PIC 9(5)  VALUE 0.
   01 WS-TERM-CREDITS            PIC 9(3)V9   VALUE 0.
   01 WS-TERM-EARNED             PIC 9(3)V9   VALUE 0.
   01 WS-TERM-POINTS             PIC 9(4)V999 VALUE 0.
   01 WS-CUM-CREDITS             PIC 9(4)V9   VALUE 0.
   01 WS-CUM-EARNED              PIC 9(4)V9   VALUE 0.
   01 WS-CUM-POINTS              PIC 9(5)V999 VALUE 0.
   01 WS-TERM-GPA                PIC 9V99  VALUE 0.
   01 WS-CUM-GPA                 PIC 9V99  VALUE 0.
   01 WS-FED-GPA                 PIC 9V99  VALUE 0.
   01 WS-GPA-DIFF                PIC S9V99 VALUE 0.

   *> Replaced attempts and unresolved incompletes, gathered while
   *> the students are computed and listed at the end of CALCRPT.
   01 WS-REPEAT-TABLE.
      05 WS-RPT-COUNT            PIC 9(4)  VALUE 0.
      05 WS-RPT-ENTRY OCCURS 2000 TIMES.
         10 WS-RPT-ID            PIC 9(5).
         10 WS-RPT-TERM          PIC 9(5).
         10 WS-RPT-CODE          PIC X(8).
         10 WS-RPT-GRADE         PIC X(2).
         10 WS-RPT-MARKER        PIC X(1).
   01 WS-RPT-SUB                 PIC 9(4)  VALUE 0.

   01 WS-READ-COUNT              PIC 9(7)  VALUE 0.
   01 WS-REJECT-COUNT            PIC 9(7)  VALUE 0.
   01 WS-CATALOG-REJECT-COUNT    PIC 9(7)  VALUE 0.
   01 WS-STUDENT-COUNT           PIC 9(7)  VALUE 0.
   01 WS-UPDATED-COUNT           PIC 9(7)  VALUE 0.
   01 WS-MISMATCH-COUNT          PIC 9(7)  VALUE 0.
   01 WS-NOTFOUND-COUNT          PIC 9(7)  VALUE 0.
   01 WS-REPLACED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-INCOMPLETE-COUNT        PIC 9(7)  VALUE 0.
   01 WS-SELECTED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-UNSELECTED-COUNT        PIC 9(7)  VALUE 0.

   01 WS-TERM-DETAIL.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-TD-CREDITS           PIC ZZ9.9.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-TD-GPA               PIC 9.99.
      05 FILLER                  PIC X(8)  VALUE ' EARNED '.
      05 WS-TD-EARNED            PIC ZZ9.9.

   01 WS-STUDENT-DETAIL.
      05 WS-SD-ID                PIC 9(5).
      05 WS-SD-FED-GPA           PIC 9.99.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SD-VERDICT           PIC X(14).
      05 FILLER                  PIC X(8)  VALUE ' EARNED '.
      05 WS-SD-EARNED            PIC ZZZ9.9.

   01 WS-REPEAT-DETAIL.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-RD-ID                PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RD-TERM              PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RD-CODE              PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RD-GRADE             PIC X(2).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-RD-DISPOSITION       PIC X(40).

   01 WS-TOTAL-LINE.
      05 WS-TL-TEXT              PIC X(25).
      PERFORM 8000-LOG-STEP-START.
      PERFORM 0100-INITIALIZE.
      IF NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-CATFILE-OPEN-FAILED
         SORT CRSWORK ON ASCENDING KEY COURSE-STUDENT-ID-W
                         ASCENDING KEY COURSE-TERM-W
            INPUT PROCEDURE IS 1000-VALIDATE-COURSES
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      MOVE WS-CURRENT-DATE TO WS-DOB-HIGH.
      PERFORM 0150-LOAD-EDIT-RULES.
      PERFORM 0170-LOAD-SELECTION.
      OPEN I-O OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT CATFILE.
      IF WS-CATFILE-STATUS NOT = '00'
         DISPLAY 'CATIDX open failed - status = '
            WS-CATFILE-STATUS
         SET WS-CATFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT GPAEXC.
      OPEN OUTPUT CALCRPT.
      MOVE 'GPA CALCULATION - TERM AND CUMULATIVE FROM COURSES'
         TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      IF WS-SELECTIVE
         MOVE 'LIMITED TO THE STUDENTS ON RCMPIN' TO CALC-REPORT-LINE
         WRITE CALC-REPORT-LINE
      END-IF.
      MOVE SPACES TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.

   COPY EDITLOAD.

   0170-LOAD-SELECTION.
      *> RCMPIN present (even empty) limits the run to the students
      *> it lists; absent, every student is recomputed as before.
      OPEN INPUT RCMPFILE.
      IF WS-RCMPFILE-STATUS = '00'
         SET WS-SELECTIVE TO TRUE
         PERFORM UNTIL WS-RCMP-AT-END
            READ RCMPFILE
               AT END MOVE 'Y' TO WS-RCMP-AT-END-FLAG
               NOT AT END
                  IF RCMP-STUDENT-ID NUMERIC
                     AND RCMP-STUDENT-ID > 0
                     IF WS-SELECTED-FLAG(RCMP-STUDENT-ID) NOT = 'Y'
                        MOVE 'Y' TO WS-SELECTED-FLAG(RCMP-STUDENT-ID)
                        ADD 1 TO WS-SELECTED-COUNT
                     END-IF
                  ELSE
                     DISPLAY 'RCMPIN record not a STUDENT-ID - '
                        'ignored: ' RECOMPUTE-REC
                  END-IF
            END-READ
         END-PERFORM
      END-IF.
      IF WS-RCMPFILE-STATUS = '00' OR WS-RCMPFILE-STATUS = '10'
         OR WS-RCMPFILE-STATUS = '05'
         CLOSE RCMPFILE
      END-IF.

   1000-VALIDATE-COURSES.
      OPEN INPUT COURSFILE.
      IF WS-COURSFILE-STATUS NOT = '00'
               AT END MOVE 'Y' TO WS-AT-END-FLAG
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 1050-CHECK-SELECTED
            END-READ
         END-PERFORM
         CLOSE COURSFILE
         CLOSE CRSREJ
      END-IF.

   1050-CHECK-SELECTED.
      *> On a limited run a student not on RCMPIN is passed over
      *> unvalidated; a bad STUDENT-ID still goes to the reject file.
      IF WS-SELECTIVE
         AND COURSE-STUDENT-ID-I NUMERIC
         AND COURSE-STUDENT-ID-I > 0
         IF WS-SELECTED-FLAG(COURSE-STUDENT-ID-I) = 'Y'
            PERFORM 1100-VALIDATE-COURSE
         ELSE
            ADD 1 TO WS-UNSELECTED-COUNT
         END-IF
      ELSE
         PERFORM 1100-VALIDATE-COURSE
      END-IF.

   1100-VALIDATE-COURSE.
      MOVE 'Y' TO WS-COURSE-OK-FLAG.
      MOVE SPACES TO COURSE-REJECT-RECORD.
            END-IF
         END-IF
      END-IF.
      IF WS-COURSE-OK
         PERFORM 1300-CHECK-CATALOG
      END-IF.
      IF WS-COURSE-OK
         MOVE COURSE-REC-I TO COURSE-REC-W
         RELEASE COURSE-REC-W
   1200-LOOK-UP-GRADE.
      MOVE 'N' TO WS-GRADE-FOUND-FLAG.
      PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
         UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
         OR WS-GRADE-FOUND
         IF WS-GRADE-LOOKUP = WS-GRADE-LETTER(WS-GRADE-SUB)
            MOVE 'Y' TO WS-GRADE-FOUND-FLAG
         SUBTRACT 1 FROM WS-GRADE-SUB
      END-IF.

   1300-CHECK-CATALOG.
      *> Every enrollment must name a course on the catalog, offered
      *> in that term (a retired course stays valid for the terms
      *> before its retirement term, so history still validates),
      *> and carry the catalog's standard credit hours.
      MOVE COURSE-CODE-I TO CATALOG-CODE-IX.
      READ CATFILE
         INVALID KEY
            MOVE 'N' TO WS-COURSE-OK-FLAG
            MOVE 'UNKNOWN COURSE CODE' TO CRJ-REASON
         NOT INVALID KEY
            IF CATALOG-STATUS-IX = 'R'
               AND COURSE-TERM-I NOT < CATALOG-RETIRED-TERM-IX
               MOVE 'N' TO WS-COURSE-OK-FLAG
               MOVE 'RETIRED COURSE CODE' TO CRJ-REASON
            ELSE
               IF COURSE-CREDITS-I NOT = CATALOG-CREDITS-IX
                  MOVE 'N' TO WS-COURSE-OK-FLAG
                  MOVE 'CREDITS NOT PER CATALOG' TO CRJ-REASON
               END-IF
            END-IF
      END-READ.
      IF NOT WS-COURSE-OK
         ADD 1 TO WS-CATALOG-REJECT-COUNT
      END-IF.

   2000-COMPUTE-GPA.
      MOVE 'Y' TO WS-FIRST-COURSE-FLAG.
      MOVE 'N' TO WS-AT-END-FLAG.
         END-RETURN
      END-PERFORM.
      IF NOT WS-FIRST-COURSE
         PERFORM 2400-FINISH-STUDENT
      END-IF.
      PERFORM 2700-WRITE-REPEAT-LISTING.

   2100-ACCUMULATE-COURSE.
      IF WS-FIRST-COURSE
         MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
         MOVE 0 TO WS-CRS-COUNT
         MOVE 'N' TO WS-FIRST-COURSE-FLAG
      ELSE
         IF COURSE-STUDENT-ID-W NOT = WS-CURR-ID
            PERFORM 2400-FINISH-STUDENT
            MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
            MOVE 0 TO WS-CRS-COUNT
         END-IF
      END-IF.
      IF WS-CRS-COUNT >= 500
         DISPLAY 'Course table full - course dropped for student '
            WS-CURR-ID
      ELSE
         ADD 1 TO WS-CRS-COUNT
         MOVE COURSE-TERM-W    TO WS-CRS-TERM(WS-CRS-COUNT)
         MOVE COURSE-CODE-W    TO WS-CRS-CODE(WS-CRS-COUNT)
         MOVE COURSE-CREDITS-W TO WS-CRS-CREDITS(WS-CRS-COUNT)
         MOVE COURSE-GRADE-W   TO WS-CRS-GRADE(WS-CRS-COUNT)
      END-IF.

   2200-ADD-COURSE-TO-TERM.
      *> Academic policy: term GPA is the term as graded, every G
      *> attempt in it; the cumulative drops attempts replaced by a
      *> later retake.  Only G grades carry GPA hours.  Credit is
      *> earned by a passing G grade or a P; F, W, AU and I earn
      *> none.
      IF WS-CRS-CLASS(WS-CRS-SUB) = 'G'
         ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-TERM-CREDITS
         COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
            + WS-CRS-CREDITS(WS-CRS-SUB) * WS-CRS-POINTS(WS-CRS-SUB)
         IF WS-CRS-MARKER(WS-CRS-SUB) NOT = 'R'
            ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-CUM-CREDITS
            COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
               + WS-CRS-CREDITS(WS-CRS-SUB)
               * WS-CRS-POINTS(WS-CRS-SUB)
         END-IF
      END-IF.
      IF (WS-CRS-CLASS(WS-CRS-SUB) = 'G'
         AND WS-CRS-POINTS(WS-CRS-SUB) > 0)
         OR WS-CRS-CLASS(WS-CRS-SUB) = 'P'
         ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-TERM-EARNED
         IF WS-CRS-MARKER(WS-CRS-SUB) NOT = 'R'
            ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-CUM-EARNED
         END-IF
      END-IF.
      IF WS-CRS-MARKER(WS-CRS-SUB) = 'R'
         OR WS-CRS-CLASS(WS-CRS-SUB) = 'I'
         PERFORM 2600-NOTE-REPEAT-ATTEMPT
      END-IF.

   2300-FINISH-TERM.
      IF WS-TERM-CREDITS > 0
      MOVE WS-CURR-TERM    TO WS-TD-TERM.
      MOVE WS-TERM-CREDITS TO WS-TD-CREDITS.
      MOVE WS-TERM-GPA     TO WS-TD-GPA.
      MOVE WS-TERM-EARNED  TO WS-TD-EARNED.
      MOVE WS-TERM-DETAIL TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE 0 TO WS-TERM-CREDITS.
      MOVE 0 TO WS-TERM-EARNED.
      MOVE 0 TO WS-TERM-POINTS.

   2400-FINISH-STUDENT.
      ADD 1 TO WS-STUDENT-COUNT.
      PERFORM 7500-CLASSIFY-ATTEMPTS.
      MOVE 0 TO WS-CUM-CREDITS.
      MOVE 0 TO WS-CUM-EARNED.
      MOVE 0 TO WS-CUM-POINTS.
      MOVE WS-CRS-TERM(1) TO WS-CURR-TERM.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
         UNTIL WS-CRS-SUB > WS-CRS-COUNT
         IF WS-CRS-TERM(WS-CRS-SUB) NOT = WS-CURR-TERM
            PERFORM 2300-FINISH-TERM
            MOVE WS-CRS-TERM(WS-CRS-SUB) TO WS-CURR-TERM
         END-IF
         PERFORM 2200-ADD-COURSE-TO-TERM
      END-PERFORM.
      PERFORM 2300-FINISH-TERM.
      IF WS-CUM-CREDITS > 0
         COMPUTE WS-CUM-GPA ROUNDED =
            WS-CUM-POINTS / WS-CUM-CREDITS
      MOVE WS-CURR-ID      TO WS-SD-ID.
      MOVE WS-CUM-CREDITS  TO WS-SD-CREDITS.
      MOVE WS-CUM-GPA      TO WS-SD-GPA.
      MOVE WS-CUM-EARNED   TO WS-SD-EARNED.
      MOVE 0 TO WS-FED-GPA.
      *> A history of nothing but P, W, AU and I grades has no GPA
      *> hours; the master GPA is left as it stands.
      IF WS-CUM-CREDITS > 0
         PERFORM 2500-UPDATE-MASTER
      ELSE
         MOVE 'NO GPA HOURS  ' TO WS-SD-VERDICT
      END-IF.
      MOVE WS-FED-GPA TO WS-SD-FED-GPA.
      MOVE WS-STUDENT-DETAIL TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE SPACES TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.

   2500-UPDATE-MASTER.
      *> The computed cumulative GPA becomes the master's GPA; the
            END-REWRITE
      END-READ.

   2600-NOTE-REPEAT-ATTEMPT.
      IF WS-CRS-MARKER(WS-CRS-SUB) = 'R'
         ADD 1 TO WS-REPLACED-COUNT
      ELSE
         ADD 1 TO WS-INCOMPLETE-COUNT
      END-IF.
      IF WS-RPT-COUNT < 2000
         ADD 1 TO WS-RPT-COUNT
         MOVE WS-CURR-ID               TO WS-RPT-ID(WS-RPT-COUNT)
         MOVE WS-CRS-TERM(WS-CRS-SUB)  TO WS-RPT-TERM(WS-RPT-COUNT)
         MOVE WS-CRS-CODE(WS-CRS-SUB)  TO WS-RPT-CODE(WS-RPT-COUNT)
         MOVE WS-CRS-GRADE(WS-CRS-SUB) TO WS-RPT-GRADE(WS-RPT-COUNT)
         MOVE WS-CRS-MARKER(WS-CRS-SUB)
            TO WS-RPT-MARKER(WS-RPT-COUNT)
      ELSE
         DISPLAY 'Repeat listing full - attempt not listed: '
            WS-CURR-ID ' ' WS-CRS-TERM(WS-CRS-SUB) ' '
            WS-CRS-CODE(WS-CRS-SUB)
      END-IF.

   2700-WRITE-REPEAT-LISTING.
      MOVE SPACES TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE 'REPEATED COURSES AND INCOMPLETES' TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE SPACES TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      IF WS-RPT-COUNT = 0
         MOVE '  NONE' TO CALC-REPORT-LINE
         WRITE CALC-REPORT-LINE
      ELSE
         PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
            UNTIL WS-RPT-SUB > WS-RPT-COUNT
            MOVE WS-RPT-ID(WS-RPT-SUB)    TO WS-RD-ID
            MOVE WS-RPT-TERM(WS-RPT-SUB)  TO WS-RD-TERM
            MOVE WS-RPT-CODE(WS-RPT-SUB)  TO WS-RD-CODE
            MOVE WS-RPT-GRADE(WS-RPT-SUB) TO WS-RD-GRADE
            IF WS-RPT-MARKER(WS-RPT-SUB) = 'R'
               MOVE 'REPEATED - REPLACED BY LATER ATTEMPT'
                  TO WS-RD-DISPOSITION
            ELSE
               MOVE 'INCOMPLETE - HELD OUT OF GPA AND CREDIT'
                  TO WS-RD-DISPOSITION
            END-IF
            MOVE WS-REPEAT-DETAIL TO CALC-REPORT-LINE
            WRITE CALC-REPORT-LINE
         END-PERFORM
      END-IF.

   0800-WRITE-TOTALS.
      MOVE SPACES TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE '  FAILED CATALOG CHECK :' TO WS-TL-TEXT.
      MOVE WS-CATALOG-REJECT-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      IF WS-SELECTIVE
         MOVE 'STUDENTS ON RCMPIN     :' TO WS-TL-TEXT
         MOVE WS-SELECTED-COUNT TO WS-TL-COUNT
         MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE
         WRITE CALC-REPORT-LINE
         MOVE 'COURSES NOT SELECTED   :' TO WS-TL-TEXT
         MOVE WS-UNSELECTED-COUNT TO WS-TL-COUNT
         MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE
         WRITE CALC-REPORT-LINE
      END-IF.
      MOVE 'STUDENTS COMPUTED      :' TO WS-TL-TEXT.
      MOVE WS-STUDENT-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE.
      MOVE WS-NOTFOUND-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE 'ATTEMPTS REPLACED      :' TO WS-TL-TEXT.
      MOVE WS-REPLACED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.
      MOVE 'INCOMPLETES HELD OUT   :' TO WS-TL-TEXT.
      MOVE WS-INCOMPLETE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CALC-REPORT-LINE.
      WRITE CALC-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      IF NOT WS-CATFILE-OPEN-FAILED
         CLOSE CATFILE
      END-IF.
      CLOSE GPAEXC.
      CLOSE CALCRPT.

   0700-SET-RETURN-CODE.
      *> Same convention as the rest of the suite: 0 clean, 4 the
      *> registrar has exceptions to look at, 8 empty course feed,
      *> 16 master, catalog or sort failure.
      IF WS-RC-FILE-FAILURE
         CONTINUE
      ELSE
         IF WS-OUTIDX-OPEN-FAILED OR WS-CATFILE-OPEN-FAILED
            SET WS-RC-FILE-FAILURE TO TRUE
         ELSE
            IF WS-READ-COUNT = 0
         END-IF
      END-IF.

   COPY CRSMARK.

   COPY RUNLOGIO.
