IDENTIFICATION DIVISION.
PROGRAM-ID. STUAUDIT.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT OPTIONAL AUDCTL ASSIGN TO AUDCTL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDCTL-STATUS.
      SELECT DEGRFILE ASSIGN TO DEGRIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DEGRFILE-STATUS.
      SELECT COURSFILE ASSIGN TO CRSIN
         FILE STATUS IS WS-COURSFILE-STATUS.
      SELECT CATFILE ASSIGN TO CATIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CATALOG-CODE-IX
         FILE STATUS IS WS-CATFILE-STATUS.
      SELECT DECLFILE ASSIGN TO DECLIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS DECL-STUDENT-ID-IX
         FILE STATUS IS WS-DECLFILE-STATUS.
      SELECT OUTFILE-INDEXED ASSIGN TO OUTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT TRANFILE ASSIGN TO AUDTRN
         FILE STATUS IS WS-TRANFILE-STATUS.
      SELECT AUDITRPT ASSIGN TO AUDRPT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT GRADLIST ASSIGN TO GRADLST
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT AUDWORK ASSIGN TO AUWRK.

DATA DIVISION.
   FILE SECTION.
   FD AUDCTL.
      *> Card format follows the RULES file: keyword in columns
      *> 1-7, value from column 9.
      *>    CANDST  XX         status given to a graduation
      *>                       candidate (default GC)
      *>    SKIPST  XX         a student in this status is not
      *>                       audited (e.g. GR graduated, WD
      *>                       withdrawn); one card per status, up
      *>                       to ten
      *> Anything else (comments, blanks) is ignored.  The file may
      *> be absent, in which case the defaults stand.
      01 AUDIT-CONTROL-CARD.
         05 ACC-KEYWORD            PIC X(7).
         05 FILLER                 PIC X(1).
         05 ACC-VALUE              PIC X(72).
   FD DEGRFILE.
      COPY DEGRREC.
   FD COURSFILE.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-I==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-I==
         ==COURSE-TERM==       BY ==COURSE-TERM-I==
         ==COURSE-CODE==       BY ==COURSE-CODE-I==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-I==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-I==.
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
   FD DECLFILE.
      COPY DECLREC REPLACING
         ==DECL-REC==        BY ==DECL-REC-IX==
         ==DECL-STUDENT-ID== BY ==DECL-STUDENT-ID-IX==
         ==DECL-PROGRAM==    BY ==DECL-PROGRAM-IX==
         ==DECL-DATE==       BY ==DECL-DATE-IX==
         ==DECL-BY==         BY ==DECL-BY-IX==.
   FD OUTFILE-INDEXED.
      COPY STUDREC REPLACING
         ==STUDENT-REC==    BY ==STUDENT-REC-IX==
         ==STUDENT-ID==     BY ==STUDENT-ID-IX==
         ==STUDENT-NAME==   BY ==STUDENT-NAME-IX==
         ==STUDENT-DOB==    BY ==STUDENT-DOB-IX==
         ==STUDENT-GPA==    BY ==STUDENT-GPA-IX==
         ==STUDENT-STATUS== BY ==STUDENT-STATUS-IX==
         ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-IX==
         ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-IX==.
   FD TRANFILE.
      01 TRAN-RECORD.
         05 TRAN-ACTION            PIC X(1).
         05 TRAN-STUDENT-DATA      PIC X(53).
   FD AUDITRPT.
      01 AUDIT-REPORT-LINE PIC X(80).
   FD GRADLIST.
      01 GRAD-LIST-LINE PIC X(80).
   SD AUDWORK.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-W==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-W==
         ==COURSE-TERM==       BY ==COURSE-TERM-W==
         ==COURSE-CODE==       BY ==COURSE-CODE-W==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-W==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-W==.

   WORKING-STORAGE SECTION.
   COPY STUDREC REPLACING
      ==STUDENT-REC==    BY ==STUDENT-REC-S==
      ==STUDENT-ID==     BY ==STUDENT-ID-S==
      ==STUDENT-NAME==   BY ==STUDENT-NAME-S==
      ==STUDENT-DOB==    BY ==STUDENT-DOB-S==
      ==STUDENT-GPA==    BY ==STUDENT-GPA-S==
      ==STUDENT-STATUS== BY ==STUDENT-STATUS-S==
      ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-S==
      ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-S==.

   COPY DEGRTBL.
   COPY GRADETBL.

   *> The sorted course stream is buffered a student at a time so
   *> the repeat policy can see every attempt before any
   *> requirement is judged.
   COPY CRSTBL.

   01 WS-AUDCTL-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-COURSFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-CATFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-CATFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CATFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-COURSE-OK-FLAG          PIC X(1)  VALUE 'Y'.
      88 WS-COURSE-OK                      VALUE 'Y'.
   01 WS-DECLFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-DECLFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-DECLFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-TRANFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-TRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-TRANFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-CTL-AT-END-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CTL-AT-END                     VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-DECL-AT-END-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-DECL-AT-END                    VALUE 'Y'.
   01 WS-FIRST-COURSE-FLAG       PIC X(1)  VALUE 'Y'.
      88 WS-FIRST-COURSE                   VALUE 'Y'.
   01 WS-CURR-DECLARED-FLAG      PIC X(1)  VALUE 'N'.
      88 WS-CURR-DECLARED                  VALUE 'Y'.
   01 WS-SKIP-STATUS-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-SKIP-STATUS                    VALUE 'Y'.
   01 WS-REQ-MET-FLAG            PIC X(1)  VALUE 'N'.
      88 WS-REQ-MET                        VALUE 'Y'.

   01 WS-CANDIDATE-STATUS        PIC X(2)  VALUE 'GC'.
   01 WS-SKIP-STATUS-TABLE.
      05 WS-SKIP-STATUS-COUNT    PIC 9(2)  VALUE 0.
      05 WS-SKIP-STATUS-CODE     PIC X(2)  OCCURS 10 TIMES.
   01 WS-SKIP-SUB                PIC 9(2)  VALUE 0.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-CURR-ID                 PIC 9(5)  VALUE 0.
   01 WS-STU-EARNED              PIC 9(4)V9 VALUE 0.
   01 WS-OUTSTANDING-COUNT       PIC 9(3)  VALUE 0.
   01 WS-GROUP-DONE-COUNT        PIC 9(2)  VALUE 0.
   01 WS-MATCH-CODE              PIC X(8)  VALUE SPACES.

   01 WS-COURSE-READ-COUNT       PIC 9(7)  VALUE 0.
   01 WS-COURSE-REJECT-COUNT     PIC 9(7)  VALUE 0.
   01 WS-DECLARED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-AUDITED-COUNT           PIC 9(7)  VALUE 0.
   01 WS-SKIPPED-COUNT           PIC 9(7)  VALUE 0.
   01 WS-CANDIDATE-COUNT         PIC 9(7)  VALUE 0.
   01 WS-OUTSTANDING-STU-COUNT   PIC 9(7)  VALUE 0.
   01 WS-TRAN-WRITE-COUNT        PIC 9(7)  VALUE 0.
   01 WS-NOT-ON-MASTER-COUNT     PIC 9(7)  VALUE 0.
   01 WS-NO-PROGRAM-COUNT        PIC 9(7)  VALUE 0.
   01 WS-STATUS-CONFLICT-COUNT   PIC 9(7)  VALUE 0.

   01 WS-STUDENT-HEADING.
      05 WS-SH-ID                PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SH-NAME              PIC X(25).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SH-STATUS            PIC X(2).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SH-PROGRAM           PIC X(6).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SH-TITLE             PIC X(30).

   01 WS-REQUIREMENT-LINE.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-RL-KIND              PIC X(7).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-ITEM              PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-HAVE              PIC X(6).
      05 WS-RL-OF                PIC X(4).
      05 WS-RL-NEED              PIC X(6).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-RL-RESULT            PIC X(11).
   01 WS-EDIT-CREDITS            PIC ZZ9.9.
   01 WS-EDIT-GPA                PIC 9.99.
   01 WS-EDIT-COUNT              PIC Z9.

   01 WS-RESULT-LINE.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 FILLER                  PIC X(8)  VALUE 'RESULT: '.
      05 WS-RS-TEXT              PIC X(50).

   01 WS-EXCEPTION-LINE.
      05 WS-EL-ID                PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-EL-PROGRAM           PIC X(6).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-EL-REASON            PIC X(40).

   01 WS-CANDIDATE-LINE.
      05 WS-CL-ID                PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CL-NAME              PIC X(25).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CL-CAMPUS            PIC X(2).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CL-PROGRAM           PIC X(6).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CL-EARNED            PIC ZZZ9.9.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CL-GPA               PIC 9.99.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CL-NOTE              PIC X(20).

   01 WS-TOTAL-LINE.
      05 WS-TL-TEXT              PIC X(25).
      05 WS-TL-COUNT             PIC ZZZZZZ9.

   01 WS-RETURN-CODE             PIC 9(3)  VALUE 0.
      88 WS-RC-SUCCESS                     VALUE 0.
      88 WS-RC-EXCEPTIONS                  VALUE 4.
      88 WS-RC-NOTHING-DONE                VALUE 8.
      88 WS-RC-FILE-FAILURE                VALUE 16.

PROCEDURE DIVISION.
   0000-MAIN.
      PERFORM 0100-INITIALIZE.
      IF NOT WS-DEGRFILE-OPEN-FAILED
         AND NOT WS-CATFILE-OPEN-FAILED
         AND NOT WS-DECLFILE-OPEN-FAILED
         AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-TRANFILE-OPEN-FAILED
         SORT AUDWORK ON ASCENDING KEY COURSE-STUDENT-ID-W
                         ASCENDING KEY COURSE-TERM-W
            INPUT PROCEDURE IS 1000-SELECT-COURSES
            OUTPUT PROCEDURE IS 2000-AUDIT-STUDENTS
         IF SORT-RETURN NOT = 0
            SET WS-RC-FILE-FAILURE TO TRUE
            DISPLAY 'Sort Abend - SORT-RETURN = ' SORT-RETURN
         END-IF
      END-IF.
      PERFORM 0800-WRITE-TOTALS.
      PERFORM 0900-TERMINATE.
      PERFORM 0700-SET-RETURN-CODE.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

   0100-INITIALIZE.
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      PERFORM 0200-LOAD-CONTROL-CARDS.
      PERFORM 0190-LOAD-DEGREE-RULES.
      OPEN INPUT CATFILE.
      IF WS-CATFILE-STATUS NOT = '00'
         DISPLAY 'CATIDX open failed - status = '
            WS-CATFILE-STATUS
         SET WS-CATFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT DECLFILE.
      IF WS-DECLFILE-STATUS NOT = '00'
         DISPLAY 'DECLIDX open failed - status = '
            WS-DECLFILE-STATUS
         SET WS-DECLFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT TRANFILE.
      IF WS-TRANFILE-STATUS NOT = '00'
         DISPLAY 'AUDTRN open failed - status = ' WS-TRANFILE-STATUS
         SET WS-TRANFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT AUDITRPT.
      MOVE 'DEGREE AUDIT - DECLARED PROGRAM REQUIREMENTS'
         TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.
      MOVE SPACES TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.
      OPEN OUTPUT GRADLIST.
      MOVE 'GRADUATION CANDIDATES' TO GRAD-LIST-LINE.
      WRITE GRAD-LIST-LINE.
      MOVE SPACES TO GRAD-LIST-LINE.
      WRITE GRAD-LIST-LINE.

   0200-LOAD-CONTROL-CARDS.
      OPEN INPUT AUDCTL.
      IF WS-AUDCTL-STATUS = '00'
         PERFORM UNTIL WS-CTL-AT-END
            READ AUDCTL
               AT END MOVE 'Y' TO WS-CTL-AT-END-FLAG
               NOT AT END
                  PERFORM 0210-APPLY-CONTROL-CARD
            END-READ
         END-PERFORM
      END-IF.
      IF WS-AUDCTL-STATUS = '00' OR WS-AUDCTL-STATUS = '10'
         OR WS-AUDCTL-STATUS = '05'
         CLOSE AUDCTL
      END-IF.

   0210-APPLY-CONTROL-CARD.
      EVALUATE ACC-KEYWORD
         WHEN 'CANDST '
            IF ACC-VALUE(1:2) NOT = SPACES
               MOVE ACC-VALUE(1:2) TO WS-CANDIDATE-STATUS
            END-IF
         WHEN 'SKIPST '
            IF ACC-VALUE(1:2) NOT = SPACES
               IF WS-SKIP-STATUS-COUNT < 10
                  ADD 1 TO WS-SKIP-STATUS-COUNT
                  MOVE ACC-VALUE(1:2)
                     TO WS-SKIP-STATUS-CODE(WS-SKIP-STATUS-COUNT)
               ELSE
                  DISPLAY 'AUDCTL SKIPST table full - ignored: '
                     ACC-VALUE(1:2)
               END-IF
            END-IF
         WHEN OTHER
            CONTINUE
      END-EVALUATE.

   COPY DEGRLOAD.

   1000-SELECT-COURSES.
      OPEN INPUT COURSFILE.
      IF WS-COURSFILE-STATUS NOT = '00'
         DISPLAY 'COURSFILE open failed - status = '
            WS-COURSFILE-STATUS
         SET WS-COURSFILE-OPEN-FAILED TO TRUE
      ELSE
         PERFORM UNTIL WS-AT-END
            READ COURSFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG
               NOT AT END
                  PERFORM 1100-SELECT-COURSE
            END-READ
         END-PERFORM
         CLOSE COURSFILE
      END-IF.

   1100-SELECT-COURSE.
      ADD 1 TO WS-COURSE-READ-COUNT.
      IF COURSE-STUDENT-ID-I NOT NUMERIC
         OR COURSE-STUDENT-ID-I = 0
         OR COURSE-TERM-I NOT NUMERIC
         OR COURSE-CREDITS-I NOT NUMERIC
         ADD 1 TO WS-COURSE-REJECT-COUNT
      ELSE
         MOVE 'Y' TO WS-COURSE-OK-FLAG
         PERFORM 1150-CHECK-CATALOG
         IF WS-COURSE-OK
            MOVE COURSE-REC-I TO COURSE-REC-W
            RELEASE COURSE-REC-W
         ELSE
            ADD 1 TO WS-COURSE-REJECT-COUNT
         END-IF
      END-IF.

   1150-CHECK-CATALOG.
      *> The GPA step's catalog test: the course must be on the
      *> catalog, taken before any retirement term, and carry the
      *> catalog's credit hours.  A rejected enrollment never
      *> reaches the course table, as it never reaches the GPA.
      MOVE COURSE-CODE-I TO CATALOG-CODE-IX.
      READ CATFILE
         INVALID KEY
            MOVE 'N' TO WS-COURSE-OK-FLAG
         NOT INVALID KEY
            IF CATALOG-STATUS-IX = 'R'
               AND COURSE-TERM-I NOT < CATALOG-RETIRED-TERM-IX
               MOVE 'N' TO WS-COURSE-OK-FLAG
            ELSE
               IF COURSE-CREDITS-I NOT = CATALOG-CREDITS-IX
                  MOVE 'N' TO WS-COURSE-OK-FLAG
               END-IF
            END-IF
      END-READ.

   2000-AUDIT-STUDENTS.
      *> Match-merge of the sorted course stream against the
      *> declared-program file, both in STUDENT-ID order.  Only a
      *> declared student is audited; one declared but with no
      *> courses at all is audited against an empty history.
      IF NOT WS-COURSFILE-OPEN-FAILED
         PERFORM 2050-READ-DECLARATION
         MOVE 'Y' TO WS-FIRST-COURSE-FLAG
         MOVE 'N' TO WS-AT-END-FLAG
         PERFORM UNTIL WS-AT-END
            RETURN AUDWORK
               AT END MOVE 'Y' TO WS-AT-END-FLAG
               NOT AT END
                  PERFORM 2100-ACCUMULATE-COURSE
            END-RETURN
         END-PERFORM
         IF NOT WS-FIRST-COURSE
            PERFORM 2300-FINISH-STUDENT
         END-IF
         PERFORM UNTIL WS-DECL-AT-END
            MOVE 0 TO WS-CRS-COUNT
            PERFORM 2400-AUDIT-STUDENT
            PERFORM 2050-READ-DECLARATION
         END-PERFORM
      END-IF.

   2050-READ-DECLARATION.
      READ DECLFILE NEXT RECORD
         AT END
            MOVE 'Y' TO WS-DECL-AT-END-FLAG
         NOT AT END
            ADD 1 TO WS-DECLARED-COUNT
      END-READ.

   2100-ACCUMULATE-COURSE.
      IF WS-FIRST-COURSE
         MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
         PERFORM 2200-START-STUDENT
         MOVE 'N' TO WS-FIRST-COURSE-FLAG
      ELSE
         IF COURSE-STUDENT-ID-W NOT = WS-CURR-ID
            PERFORM 2300-FINISH-STUDENT
            MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
            PERFORM 2200-START-STUDENT
         END-IF
      END-IF.
      IF WS-CURR-DECLARED
         IF WS-CRS-COUNT >= 500
            DISPLAY 'Course table full - course dropped for student '
               WS-CURR-ID
         ELSE
            ADD 1 TO WS-CRS-COUNT
            MOVE COURSE-TERM-W    TO WS-CRS-TERM(WS-CRS-COUNT)
            MOVE COURSE-CODE-W    TO WS-CRS-CODE(WS-CRS-COUNT)
            MOVE COURSE-CREDITS-W TO WS-CRS-CREDITS(WS-CRS-COUNT)
            MOVE COURSE-GRADE-W   TO WS-CRS-GRADE(WS-CRS-COUNT)
         END-IF
      END-IF.

   2200-START-STUDENT.
      *> Declared students with lower IDs took no courses; they are
      *> audited on an empty history before this one is started.
      MOVE 0 TO WS-CRS-COUNT.
      PERFORM UNTIL WS-DECL-AT-END
         OR DECL-STUDENT-ID-IX NOT < WS-CURR-ID
         PERFORM 2400-AUDIT-STUDENT
         PERFORM 2050-READ-DECLARATION
      END-PERFORM.
      MOVE 0 TO WS-CRS-COUNT.
      MOVE 'N' TO WS-CURR-DECLARED-FLAG.
      IF NOT WS-DECL-AT-END
         AND DECL-STUDENT-ID-IX = WS-CURR-ID
         MOVE 'Y' TO WS-CURR-DECLARED-FLAG
      END-IF.

   2300-FINISH-STUDENT.
      IF WS-CURR-DECLARED
         PERFORM 2400-AUDIT-STUDENT
         PERFORM 2050-READ-DECLARATION
      END-IF.

   2400-AUDIT-STUDENT.
      *> Audits the student on the current declaration against the
      *> attempts in WS-CRS-TABLE.  GPA is the master's, which
      *> STUGPA keeps as the computed cumulative.
      MOVE SPACES TO WS-EXCEPTION-LINE.
      MOVE DECL-STUDENT-ID-IX TO WS-EL-ID.
      MOVE DECL-PROGRAM-IX    TO WS-EL-PROGRAM.
      MOVE DECL-STUDENT-ID-IX TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
         INVALID KEY
            ADD 1 TO WS-NOT-ON-MASTER-COUNT
            MOVE 'DECLARED - NOT ON STUDENT MASTER' TO WS-EL-REASON
            PERFORM 2450-WRITE-EXCEPTION
         NOT INVALID KEY
            MOVE STUDENT-REC-IX TO STUDENT-REC-S
            PERFORM 2410-CHECK-SKIP-STATUS
            IF WS-SKIP-STATUS
               ADD 1 TO WS-SKIPPED-COUNT
            ELSE
               MOVE DECL-PROGRAM-IX TO WS-PROG-LOOKUP
               PERFORM 0195-FIND-PROGRAM
               IF NOT WS-PROG-FOUND
                  ADD 1 TO WS-NO-PROGRAM-COUNT
                  MOVE 'PROGRAM NOT ON REQUIREMENTS FILE'
                     TO WS-EL-REASON
                  PERFORM 2450-WRITE-EXCEPTION
               ELSE
                  PERFORM 2500-AUDIT-REQUIREMENTS
               END-IF
            END-IF
      END-READ.

   2410-CHECK-SKIP-STATUS.
      MOVE 'N' TO WS-SKIP-STATUS-FLAG.
      PERFORM VARYING WS-SKIP-SUB FROM 1 BY 1
         UNTIL WS-SKIP-SUB > WS-SKIP-STATUS-COUNT
         IF WS-SKIP-STATUS-CODE(WS-SKIP-SUB) = STUDENT-STATUS-S
            MOVE 'Y' TO WS-SKIP-STATUS-FLAG
         END-IF
      END-PERFORM.

   2450-WRITE-EXCEPTION.
      MOVE WS-EXCEPTION-LINE TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.
      MOVE SPACES TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.

   2500-AUDIT-REQUIREMENTS.
      ADD 1 TO WS-AUDITED-COUNT.
      MOVE 0 TO WS-OUTSTANDING-COUNT.
      MOVE STUDENT-ID-S     TO WS-SH-ID.
      MOVE STUDENT-NAME-S   TO WS-SH-NAME.
      MOVE STUDENT-STATUS-S TO WS-SH-STATUS.
      MOVE WS-PROG-CODE(WS-PROG-SUB)  TO WS-SH-PROGRAM.
      MOVE WS-PROG-TITLE(WS-PROG-SUB) TO WS-SH-TITLE.
      MOVE WS-STUDENT-HEADING TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.
      *> Earned credits follow STUGPA: a passing graded attempt or
      *> a P that passed the catalog test, and not an attempt
      *> replaced by a later retake.
      PERFORM 7500-CLASSIFY-ATTEMPTS.
      MOVE 0 TO WS-STU-EARNED.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
         UNTIL WS-CRS-SUB > WS-CRS-COUNT
         IF ((WS-CRS-CLASS(WS-CRS-SUB) = 'G'
            AND WS-CRS-POINTS(WS-CRS-SUB) > 0)
            OR WS-CRS-CLASS(WS-CRS-SUB) = 'P')
            AND WS-CRS-MARKER(WS-CRS-SUB) NOT = 'R'
            ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-STU-EARNED
         END-IF
      END-PERFORM.
      PERFORM 2510-CHECK-CREDITS.
      PERFORM 2520-CHECK-GPA.
      PERFORM VARYING WS-PROG-REQ-SUB FROM 1 BY 1
         UNTIL WS-PROG-REQ-SUB > WS-PROG-REQ-COUNT(WS-PROG-SUB)
         PERFORM 2530-CHECK-REQUIRED-COURSE
      END-PERFORM.
      PERFORM VARYING WS-PROG-GRP-SUB FROM 1 BY 1
         UNTIL WS-PROG-GRP-SUB > WS-PROG-GRP-COUNT(WS-PROG-SUB)
         PERFORM 2540-CHECK-COURSE-GROUP
      END-PERFORM.
      IF WS-OUTSTANDING-COUNT = 0
         PERFORM 2600-GRADUATION-CANDIDATE
      ELSE
         ADD 1 TO WS-OUTSTANDING-STU-COUNT
         MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
         MOVE SPACES TO WS-RS-TEXT
         STRING WS-EDIT-COUNT DELIMITED BY SIZE
            ' REQUIREMENT(S) OUTSTANDING' DELIMITED BY SIZE
            INTO WS-RS-TEXT
         END-STRING
         IF STUDENT-STATUS-S = WS-CANDIDATE-STATUS
            *> Marked a candidate on an earlier run but no longer
            *> complete (a grade changed); the registrar decides.
            ADD 1 TO WS-STATUS-CONFLICT-COUNT
            MOVE SPACES TO WS-RS-TEXT
            STRING WS-EDIT-COUNT DELIMITED BY SIZE
               ' OUTSTANDING - STATUS IS ALREADY ' DELIMITED BY SIZE
               WS-CANDIDATE-STATUS DELIMITED BY SIZE
               INTO WS-RS-TEXT
            END-STRING
         END-IF
         MOVE WS-RESULT-LINE TO AUDIT-REPORT-LINE
         WRITE AUDIT-REPORT-LINE
      END-IF.
      MOVE SPACES TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.

   2510-CHECK-CREDITS.
      MOVE SPACES TO WS-REQUIREMENT-LINE.
      MOVE 'CREDITS' TO WS-RL-KIND.
      MOVE 'EARNED'  TO WS-RL-ITEM.
      MOVE WS-STU-EARNED TO WS-EDIT-CREDITS.
      MOVE WS-EDIT-CREDITS TO WS-RL-HAVE.
      MOVE ' OF ' TO WS-RL-OF.
      MOVE WS-PROG-CREDITS(WS-PROG-SUB) TO WS-EDIT-CREDITS.
      MOVE WS-EDIT-CREDITS TO WS-RL-NEED.
      IF WS-STU-EARNED < WS-PROG-CREDITS(WS-PROG-SUB)
         MOVE 'N' TO WS-REQ-MET-FLAG
      ELSE
         MOVE 'Y' TO WS-REQ-MET-FLAG
      END-IF.
      PERFORM 2590-WRITE-REQUIREMENT.

   2520-CHECK-GPA.
      MOVE SPACES TO WS-REQUIREMENT-LINE.
      MOVE 'GPA'        TO WS-RL-KIND.
      MOVE 'CUMULATV'   TO WS-RL-ITEM.
      MOVE STUDENT-GPA-S TO WS-EDIT-GPA.
      MOVE WS-EDIT-GPA  TO WS-RL-HAVE.
      MOVE ' MIN' TO WS-RL-OF.
      MOVE WS-PROG-MIN-GPA(WS-PROG-SUB) TO WS-EDIT-GPA.
      MOVE WS-EDIT-GPA  TO WS-RL-NEED.
      IF STUDENT-GPA-S < WS-PROG-MIN-GPA(WS-PROG-SUB)
         MOVE 'N' TO WS-REQ-MET-FLAG
      ELSE
         MOVE 'Y' TO WS-REQ-MET-FLAG
      END-IF.
      PERFORM 2590-WRITE-REQUIREMENT.

   2530-CHECK-REQUIRED-COURSE.
      MOVE SPACES TO WS-REQUIREMENT-LINE.
      MOVE 'COURSE' TO WS-RL-KIND.
      MOVE WS-PROG-REQ-COURSE(WS-PROG-SUB, WS-PROG-REQ-SUB)
         TO WS-MATCH-CODE.
      MOVE WS-MATCH-CODE TO WS-RL-ITEM.
      PERFORM 2550-FIND-EARNED-COURSE.
      PERFORM 2590-WRITE-REQUIREMENT.

   2540-CHECK-COURSE-GROUP.
      MOVE 0 TO WS-GROUP-DONE-COUNT.
      PERFORM VARYING WS-PROG-GRP-CRS-SUB FROM 1 BY 1
         UNTIL WS-PROG-GRP-CRS-SUB
            > WS-PROG-GRP-CRS-COUNT(WS-PROG-SUB, WS-PROG-GRP-SUB)
         MOVE WS-PROG-GRP-COURSE
            (WS-PROG-SUB, WS-PROG-GRP-SUB, WS-PROG-GRP-CRS-SUB)
            TO WS-MATCH-CODE
         PERFORM 2550-FIND-EARNED-COURSE
         IF WS-REQ-MET
            ADD 1 TO WS-GROUP-DONE-COUNT
         END-IF
      END-PERFORM.
      MOVE SPACES TO WS-REQUIREMENT-LINE.
      MOVE 'GROUP' TO WS-RL-KIND.
      MOVE WS-PROG-GRP-ID(WS-PROG-SUB, WS-PROG-GRP-SUB) TO WS-RL-ITEM.
      MOVE WS-GROUP-DONE-COUNT TO WS-EDIT-COUNT.
      MOVE WS-EDIT-COUNT TO WS-RL-HAVE.
      MOVE ' OF ' TO WS-RL-OF.
      MOVE WS-PROG-GRP-NEEDED(WS-PROG-SUB, WS-PROG-GRP-SUB)
         TO WS-EDIT-COUNT.
      MOVE WS-EDIT-COUNT TO WS-RL-NEED.
      IF WS-GROUP-DONE-COUNT
         < WS-PROG-GRP-NEEDED(WS-PROG-SUB, WS-PROG-GRP-SUB)
         MOVE 'N' TO WS-REQ-MET-FLAG
      ELSE
         MOVE 'Y' TO WS-REQ-MET-FLAG
      END-IF.
      PERFORM 2590-WRITE-REQUIREMENT.

   2550-FIND-EARNED-COURSE.
      *> A course is complete when an attempt at it earned credit
      *> and was not replaced by a later retake.
      MOVE 'N' TO WS-REQ-MET-FLAG.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
         UNTIL WS-CRS-SUB > WS-CRS-COUNT
         OR WS-REQ-MET
         IF WS-CRS-CODE(WS-CRS-SUB) = WS-MATCH-CODE
            AND ((WS-CRS-CLASS(WS-CRS-SUB) = 'G'
               AND WS-CRS-POINTS(WS-CRS-SUB) > 0)
               OR WS-CRS-CLASS(WS-CRS-SUB) = 'P')
            AND WS-CRS-MARKER(WS-CRS-SUB) NOT = 'R'
            MOVE 'Y' TO WS-REQ-MET-FLAG
         END-IF
      END-PERFORM.

   2590-WRITE-REQUIREMENT.
      IF WS-REQ-MET
         MOVE 'SATISFIED' TO WS-RL-RESULT
      ELSE
         MOVE 'OUTSTANDING' TO WS-RL-RESULT
         ADD 1 TO WS-OUTSTANDING-COUNT
      END-IF.
      MOVE WS-REQUIREMENT-LINE TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.

   2600-GRADUATION-CANDIDATE.
      *> Every requirement met: the student goes on the registrar's
      *> list and, unless already there, a STUMAINT change moving
      *> the master to the candidate status.  The change carries
      *> the full master image, as STUMAINT's C action requires.
      ADD 1 TO WS-CANDIDATE-COUNT.
      MOVE SPACES TO WS-RS-TEXT.
      MOVE 'ALL REQUIREMENTS SATISFIED - GRADUATION CANDIDATE'
         TO WS-RS-TEXT.
      MOVE WS-RESULT-LINE TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.
      MOVE SPACES TO WS-CANDIDATE-LINE.
      MOVE STUDENT-ID-S     TO WS-CL-ID.
      MOVE STUDENT-NAME-S   TO WS-CL-NAME.
      MOVE STUDENT-CAMPUS-S TO WS-CL-CAMPUS.
      MOVE WS-PROG-CODE(WS-PROG-SUB) TO WS-CL-PROGRAM.
      MOVE WS-STU-EARNED    TO WS-CL-EARNED.
      MOVE STUDENT-GPA-S    TO WS-CL-GPA.
      IF STUDENT-STATUS-S = WS-CANDIDATE-STATUS
         MOVE 'ALREADY CANDIDATE' TO WS-CL-NOTE
      ELSE
         MOVE 'STATUS CHANGE QUEUED' TO WS-CL-NOTE
         MOVE WS-CANDIDATE-STATUS TO STUDENT-STATUS-S
         MOVE 'C'                 TO TRAN-ACTION
         MOVE STUDENT-REC-S       TO TRAN-STUDENT-DATA
         WRITE TRAN-RECORD
         ADD 1 TO WS-TRAN-WRITE-COUNT
      END-IF.
      MOVE WS-CANDIDATE-LINE TO GRAD-LIST-LINE.
      WRITE GRAD-LIST-LINE.

   COPY CRSMARK.

   0800-WRITE-TOTALS.
      MOVE SPACES TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.
      MOVE 'COURSE RECORDS READ    :' TO WS-TL-TEXT.
      MOVE WS-COURSE-READ-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'COURSE RECORDS REJECTED:' TO WS-TL-TEXT.
      MOVE WS-COURSE-REJECT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'DEGREE CARDS IGNORED   :' TO WS-TL-TEXT.
      MOVE WS-DEGR-CARD-REJECT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'DECLARED STUDENTS      :' TO WS-TL-TEXT.
      MOVE WS-DECLARED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  NOT ON MASTER        :' TO WS-TL-TEXT.
      MOVE WS-NOT-ON-MASTER-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  PROGRAM UNKNOWN      :' TO WS-TL-TEXT.
      MOVE WS-NO-PROGRAM-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  SKIPPED BY STATUS    :' TO WS-TL-TEXT.
      MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'STUDENTS AUDITED       :' TO WS-TL-TEXT.
      MOVE WS-AUDITED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  GRADUATION CANDIDATES:' TO WS-TL-TEXT.
      MOVE WS-CANDIDATE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  NOT YET COMPLETE     :' TO WS-TL-TEXT.
      MOVE WS-OUTSTANDING-STU-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  CANDIDATE, NOW SHORT :' TO WS-TL-TEXT.
      MOVE WS-STATUS-CONFLICT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'STATUS CHANGES WRITTEN :' TO WS-TL-TEXT.
      MOVE WS-TRAN-WRITE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.

   0810-WRITE-TOTAL-LINE.
      MOVE WS-TOTAL-LINE TO AUDIT-REPORT-LINE.
      WRITE AUDIT-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-CATFILE-OPEN-FAILED
         CLOSE CATFILE
      END-IF.
      IF NOT WS-DECLFILE-OPEN-FAILED
         CLOSE DECLFILE
      END-IF.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      IF NOT WS-TRANFILE-OPEN-FAILED
         CLOSE TRANFILE
      END-IF.
      CLOSE AUDITRPT.
      CLOSE GRADLIST.

   0700-SET-RETURN-CODE.
      *> 0 clean, 4 declarations that could not be audited or a
      *> candidate that has fallen short (see the report), 8 nobody
      *> audited, 16 a file the step needs did not open.
      IF WS-RC-FILE-FAILURE
         CONTINUE
      ELSE
         IF WS-DEGRFILE-OPEN-FAILED OR WS-DECLFILE-OPEN-FAILED
            OR WS-OUTIDX-OPEN-FAILED OR WS-TRANFILE-OPEN-FAILED
            OR WS-COURSFILE-OPEN-FAILED OR WS-CATFILE-OPEN-FAILED
            SET WS-RC-FILE-FAILURE TO TRUE
         ELSE
            IF WS-AUDITED-COUNT = 0
               SET WS-RC-NOTHING-DONE TO TRUE
            ELSE
               IF WS-NOT-ON-MASTER-COUNT > 0
                  OR WS-NO-PROGRAM-COUNT > 0
                  OR WS-STATUS-CONFLICT-COUNT > 0
                  OR WS-COURSE-REJECT-COUNT > 0
                  SET WS-RC-EXCEPTIONS TO TRUE
               ELSE
                  SET WS-RC-SUCCESS TO TRUE
               END-IF
            END-IF
         END-IF
      END-IF.
