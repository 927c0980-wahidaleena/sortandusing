IDENTIFICATION DIVISION.
PROGRAM-ID. STUCENS.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT CENSCTL ASSIGN TO CENSCTL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CENSCTL-STATUS.
      SELECT COURSFILE ASSIGN TO CRSIN
         FILE STATUS IS WS-COURSFILE-STATUS.
      SELECT CATFILE ASSIGN TO CATIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CATALOG-CODE-IX
         FILE STATUS IS WS-CATFILE-STATUS.
      SELECT OUTFILE-INDEXED ASSIGN TO OUTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT OPTIONAL CENSNAP ASSIGN TO CENSNAP
         FILE STATUS IS WS-CENSNAP-STATUS.
      SELECT STATEFILE ASSIGN TO STATEOUT
         FILE STATUS IS WS-STATEFILE-STATUS.
      SELECT CENSRPT ASSIGN TO CENSRPT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT CENSWORK ASSIGN TO CNWRK.

DATA DIVISION.
   FILE SECTION.
   FD CENSCTL.
      *> Card format follows the RULES file: keyword in columns
      *> 1-7, value from column 9.
      *>    TERM    YYYYT      the term being counted
      *>    CENSUS  YYYYMMDD   census date (default: today); ages
      *>                       are taken as of this date
      *>    INSTID  XXXXXX     institution code the state assigned
      *>    FULLTM  HHH        full-time load in credit hours, one
      *>                       implied decimal (default 120 = 12.0)
      *>    FTEDIV  HHH        credit hours to one FTE, one implied
      *>                       decimal (default 150 = 15.0)
      *>    RESNAP  Y          take the snapshot again even though
      *>                       one is already held
      *> Anything else (comments, blanks) is ignored.
      01 CENSUS-CONTROL-CARD.
         05 CCC-KEYWORD            PIC X(7).
         05 FILLER                 PIC X(1).
         05 CCC-VALUE              PIC X(72).
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
   FD CENSNAP.
      COPY CENSREC.
   FD STATEFILE.
      *> State census submission, fixed 80-byte records: one H,
      *> one D per enrolled student, one T with the control totals
      *> the state balances against.  Credits and FTE carry
      *> implied decimals; SD-AGE is zero when the DOB is unusable.
      01 STATE-HEADER-REC.
         05 SH-REC-TYPE            PIC X(1).
         05 SH-INST-ID             PIC X(6).
         05 SH-TERM                PIC 9(5).
         05 SH-CENSUS-DATE         PIC 9(8).
         05 SH-CREATE-DATE         PIC 9(8).
         05 SH-SNAP-DATE           PIC 9(8).
         05 FILLER                 PIC X(44).
      01 STATE-DETAIL-REC.
         05 SD-REC-TYPE            PIC X(1).
         05 SD-INST-ID             PIC X(6).
         05 SD-TERM                PIC 9(5).
         05 SD-STUDENT-ID          PIC 9(5).
         05 SD-CAMPUS              PIC X(2).
         05 SD-STATUS              PIC X(2).
         05 SD-DOB                 PIC 9(8).
         05 SD-AGE                 PIC 9(3).
         05 SD-LOAD                PIC X(1).
         05 SD-LEVEL               PIC X(2).
         05 SD-CREDITS             PIC 9(3)V9.
         05 SD-FTE                 PIC 9(2)V99.
         05 SD-CUM-EARNED          PIC 9(4)V9.
         05 FILLER                 PIC X(32).
      01 STATE-TRAILER-REC.
         05 ST-REC-TYPE            PIC X(1).
         05 ST-INST-ID             PIC X(6).
         05 ST-TERM                PIC 9(5).
         05 ST-RECORD-COUNT        PIC 9(7).
         05 ST-FULL-TIME-COUNT     PIC 9(7).
         05 ST-PART-TIME-COUNT     PIC 9(7).
         05 ST-TOTAL-CREDITS       PIC 9(7)V9.
         05 ST-TOTAL-FTE           PIC 9(6)V99.
         05 ST-ID-HASH             PIC 9(12).
         05 FILLER                 PIC X(19).
   FD CENSRPT.
      01 CENSUS-REPORT-LINE PIC X(80).
   SD CENSWORK.
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

   COPY GRADETBL.
   COPY CRSTBL.

   01 WS-CENSCTL-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-COURSFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-CATFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-CATFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CATFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-COURSE-OK-FLAG          PIC X(1)  VALUE 'Y'.
      88 WS-COURSE-OK                      VALUE 'Y'.
   01 WS-CENSNAP-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-CENSNAP-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CENSNAP-OPEN-FAILED            VALUE 'Y'.
   01 WS-STATEFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-STATEFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-STATEFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-CONTROL-OK-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CONTROL-OK                     VALUE 'Y'.
   01 WS-CTL-AT-END-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CTL-AT-END                     VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-SNAP-AT-END-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-SNAP-AT-END                    VALUE 'Y'.
   01 WS-FIRST-COURSE-FLAG       PIC X(1)  VALUE 'Y'.
      88 WS-FIRST-COURSE                   VALUE 'Y'.
   01 WS-RESNAP-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-RESNAP                         VALUE 'Y'.
   *> What 0300 found on CENSNAP: T take a new snapshot, R reuse
   *> the one held, C it holds another term (nothing is done).
   01 WS-SNAP-ACTION-FLAG        PIC X(1)  VALUE 'T'.
      88 WS-SNAP-TAKE                      VALUE 'T'.
      88 WS-SNAP-REUSE                     VALUE 'R'.
      88 WS-SNAP-CONFLICT                  VALUE 'C'.
   01 WS-SNAP-HEADER-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-SNAP-HEADER-SEEN               VALUE 'Y'.
   01 WS-SNAP-TRAILER-FLAG       PIC X(1)  VALUE 'N'.
      88 WS-SNAP-TRAILER-SEEN              VALUE 'Y'.
   01 WS-ROW-FOUND-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-ROW-FOUND                      VALUE 'Y'.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-CENSUS-TERM             PIC 9(5)  VALUE 0.
   01 WS-CENSUS-DATE             PIC 9(8)  VALUE 0.
   01 WS-CENSUS-DATE-PARTS REDEFINES WS-CENSUS-DATE.
      05 WS-CENSUS-YYYY          PIC 9(4).
      05 WS-CENSUS-MMDD          PIC 9(4).
   01 WS-SNAP-DATE               PIC 9(8)  VALUE 0.
   01 WS-INST-ID                 PIC X(6)  VALUE SPACES.
   01 WS-FULL-TIME-HOURS         PIC 9(2)V9 VALUE 12.0.
   01 WS-FTE-DIVISOR             PIC 9(2)V9 VALUE 15.0.
   01 WS-HOURS-PARSE-X           PIC X(3).
   01 WS-HOURS-PARSE-9 REDEFINES WS-HOURS-PARSE-X
                                 PIC 9(2)V9.

   *> Snapshot as found by 0300.
   01 WS-HELD-TERM               PIC 9(5)  VALUE 0.
   01 WS-HELD-CENSUS-DATE        PIC 9(8)  VALUE 0.
   01 WS-HELD-SNAP-DATE          PIC 9(8)  VALUE 0.
   01 WS-HELD-DETAIL-COUNT       PIC 9(7)  VALUE 0.
   01 WS-HELD-TRAILER-COUNT      PIC 9(7)  VALUE 0.

   *> One student while the snapshot is taken.
   01 WS-CURR-ID                 PIC 9(5)  VALUE 0.
   01 WS-STU-TERM-CREDITS        PIC 9(3)V9 VALUE 0.
   01 WS-STU-CUM-EARNED          PIC 9(4)V9 VALUE 0.

   *> One student while the snapshot is reported.
   01 WS-STU-AGE                 PIC 9(3)  VALUE 0.
   01 WS-STU-AGE-BAND            PIC X(8)  VALUE SPACES.
   01 WS-STU-LEVEL               PIC X(2)  VALUE SPACES.
   01 WS-STU-LOAD                PIC X(1)  VALUE SPACE.
      88 WS-STU-FULL-TIME                  VALUE 'F'.
   01 WS-STU-FTE                 PIC 9(2)V99 VALUE 0.
   01 WS-DOB-WORK                PIC 9(8)  VALUE 0.
   01 WS-DOB-WORK-PARTS REDEFINES WS-DOB-WORK.
      05 WS-DOB-WORK-YYYY        PIC 9(4).
      05 WS-DOB-WORK-MMDD        PIC 9(4).

   *> Census breakdowns.  Each row is a dimension (C campus,
   *> S status, L class level, A age band) and a code within it.
   *> Level and age-band rows are laid down in order at start so
   *> they print in that order; campus and status rows are added
   *> as they are met.
   01 WS-FIXED-ROWS-TEXT.
      05 FILLER                  PIC X(9)  VALUE 'LFR      '.
      05 FILLER                  PIC X(9)  VALUE 'LSO      '.
      05 FILLER                  PIC X(9)  VALUE 'LJR      '.
      05 FILLER                  PIC X(9)  VALUE 'LSR      '.
      05 FILLER                  PIC X(9)  VALUE 'AUNDER 18'.
      05 FILLER                  PIC X(9)  VALUE 'A18-19   '.
      05 FILLER                  PIC X(9)  VALUE 'A20-21   '.
      05 FILLER                  PIC X(9)  VALUE 'A22-24   '.
      05 FILLER                  PIC X(9)  VALUE 'A25-29   '.
      05 FILLER                  PIC X(9)  VALUE 'A30-39   '.
      05 FILLER                  PIC X(9)  VALUE 'A40 +    '.
      05 FILLER                  PIC X(9)  VALUE 'AUNKNOWN '.
   01 WS-FIXED-ROWS-TABLE REDEFINES WS-FIXED-ROWS-TEXT.
      05 WS-FIXED-ROW OCCURS 12 TIMES.
         10 WS-FIXED-DIM         PIC X(1).
         10 WS-FIXED-CODE        PIC X(8).
   01 WS-FIXED-ROW-COUNT         PIC 9(2)  VALUE 12.
   01 WS-FIXED-SUB               PIC 9(2)  VALUE 0.
   01 WS-BREAKDOWN-TABLE.
      05 WS-BRK-COUNT            PIC 9(3)  VALUE 0.
      05 WS-BRK-ENTRY OCCURS 200 TIMES.
         10 WS-BRK-DIM           PIC X(1).
         10 WS-BRK-CODE          PIC X(8).
         10 WS-BRK-HEAD          PIC 9(7).
         10 WS-BRK-FULL-TIME     PIC 9(7).
         10 WS-BRK-PART-TIME     PIC 9(7).
         10 WS-BRK-CREDITS       PIC 9(7)V9.
   01 WS-BRK-SUB                 PIC 9(3)  VALUE 0.
   01 WS-LOOKUP-DIM              PIC X(1)  VALUE SPACE.
   01 WS-LOOKUP-CODE             PIC X(8)  VALUE SPACES.
   01 WS-PRINT-DIM               PIC X(1)  VALUE SPACE.

   01 WS-COURSE-READ-COUNT       PIC 9(7)  VALUE 0.
   01 WS-COURSE-REJECT-COUNT     PIC 9(7)  VALUE 0.
   01 WS-NOT-ON-MASTER-COUNT     PIC 9(7)  VALUE 0.
   01 WS-SNAP-WRITE-COUNT        PIC 9(7)  VALUE 0.
   01 WS-SNAP-ID-HASH            PIC 9(12) VALUE 0.
   01 WS-UNKNOWN-AGE-COUNT       PIC 9(7)  VALUE 0.
   01 WS-STATE-DETAIL-COUNT      PIC 9(7)  VALUE 0.
   01 WS-TOTAL-FULL-TIME         PIC 9(7)  VALUE 0.
   01 WS-TOTAL-PART-TIME         PIC 9(7)  VALUE 0.
   01 WS-TOTAL-CREDITS           PIC 9(7)V9 VALUE 0.
   01 WS-TOTAL-FTE               PIC 9(6)V99 VALUE 0.
   01 WS-STATE-ID-HASH           PIC 9(12) VALUE 0.
   01 WS-ROW-FTE                 PIC 9(6)V99 VALUE 0.

   01 WS-CENSUS-INFO-LINE.
      05 FILLER                  PIC X(5)  VALUE 'TERM '.
      05 WS-CI-TERM              PIC 9(5).
      05 FILLER                  PIC X(13) VALUE '  CENSUS DATE'.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CI-CENSUS-DATE       PIC 9(8).
      05 FILLER                  PIC X(10) VALUE '  SNAPSHOT'.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CI-SNAP-DATE         PIC 9(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CI-SNAP-NOTE         PIC X(20).

   01 WS-EXCEPTION-LINE.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-EL-ID                PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-EL-CREDITS           PIC ZZ9.9.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-EL-REASON            PIC X(40).

   01 WS-SECTION-LINE.
      05 FILLER                  PIC X(13) VALUE 'HEADCOUNT BY '.
      05 WS-SC-TITLE             PIC X(10).

   01 WS-COLUMN-HEADING.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CH-CODE-TITLE        PIC X(8).
      05 FILLER                  PIC X(9)  VALUE 'HEADCOUNT'.
      05 FILLER                  PIC X(11) VALUE '  FULL-TIME'.
      05 FILLER                  PIC X(11) VALUE '  PART-TIME'.
      05 FILLER                  PIC X(11) VALUE '    CREDITS'.
      05 FILLER                  PIC X(11) VALUE '        FTE'.

   01 WS-SUMMARY-LINE.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-SL-CODE              PIC X(8).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-SL-HEAD              PIC ZZZZZZ9.
      05 FILLER                  PIC X(4)  VALUE SPACES.
      05 WS-SL-FULL-TIME         PIC ZZZZZZ9.
      05 FILLER                  PIC X(4)  VALUE SPACES.
      05 WS-SL-PART-TIME         PIC ZZZZZZ9.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-SL-CREDITS           PIC ZZZZZZ9.9.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-SL-FTE               PIC ZZZZZ9.99.

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
      IF WS-CONTROL-OK AND NOT WS-CENSNAP-OPEN-FAILED
         AND NOT WS-SNAP-CONFLICT
         IF WS-SNAP-TAKE
            PERFORM 0500-TAKE-SNAPSHOT
         END-IF
         IF NOT WS-OUTIDX-OPEN-FAILED
            AND NOT WS-COURSFILE-OPEN-FAILED
            AND NOT WS-CATFILE-OPEN-FAILED
            AND NOT WS-CENSNAP-OPEN-FAILED
            AND NOT WS-RC-FILE-FAILURE
            PERFORM 3000-REPORT-FROM-SNAPSHOT
            PERFORM 4000-PRINT-SUMMARY
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
      OPEN OUTPUT CENSRPT.
      MOVE 'TERM ENROLLMENT CENSUS' TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      MOVE SPACES TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      IF WS-CONTROL-OK
         PERFORM 0300-CHECK-SNAPSHOT
      END-IF.
      PERFORM VARYING WS-FIXED-SUB FROM 1 BY 1
         UNTIL WS-FIXED-SUB > WS-FIXED-ROW-COUNT
         MOVE WS-FIXED-DIM(WS-FIXED-SUB)  TO WS-LOOKUP-DIM
         MOVE WS-FIXED-CODE(WS-FIXED-SUB) TO WS-LOOKUP-CODE
         PERFORM 3310-FIND-OR-ADD-ROW
      END-PERFORM.

   0200-LOAD-CONTROL-CARDS.
      *> Nothing is counted without a numeric TERM card and the
      *> institution code the state files the submission under.
      OPEN INPUT CENSCTL.
      IF WS-CENSCTL-STATUS NOT = '00'
         DISPLAY 'CENSCTL open failed - status = ' WS-CENSCTL-STATUS
      ELSE
         PERFORM UNTIL WS-CTL-AT-END
            READ CENSCTL
               AT END MOVE 'Y' TO WS-CTL-AT-END-FLAG
               NOT AT END
                  PERFORM 0210-APPLY-CONTROL-CARD
            END-READ
         END-PERFORM
         CLOSE CENSCTL
      END-IF.
      IF WS-CENSUS-TERM > 0 AND WS-INST-ID NOT = SPACES
         SET WS-CONTROL-OK TO TRUE
      ELSE
         DISPLAY 'CENSCTL needs a TERM and an INSTID card'
            ' - nothing counted'
      END-IF.
      IF WS-CENSUS-DATE = 0
         MOVE WS-CURRENT-DATE TO WS-CENSUS-DATE
      END-IF.

   0210-APPLY-CONTROL-CARD.
      EVALUATE CCC-KEYWORD
         WHEN 'TERM   '
            IF CCC-VALUE(1:5) NUMERIC
               MOVE CCC-VALUE(1:5) TO WS-CENSUS-TERM
            END-IF
         WHEN 'CENSUS '
            IF CCC-VALUE(1:8) NUMERIC
               MOVE CCC-VALUE(1:8) TO WS-CENSUS-DATE
            END-IF
         WHEN 'INSTID '
            MOVE CCC-VALUE(1:6) TO WS-INST-ID
         WHEN 'FULLTM '
            IF CCC-VALUE(1:3) NUMERIC
               MOVE CCC-VALUE(1:3) TO WS-HOURS-PARSE-X
               IF WS-HOURS-PARSE-9 > 0
                  MOVE WS-HOURS-PARSE-9 TO WS-FULL-TIME-HOURS
               END-IF
            END-IF
         WHEN 'FTEDIV '
            IF CCC-VALUE(1:3) NUMERIC
               MOVE CCC-VALUE(1:3) TO WS-HOURS-PARSE-X
               IF WS-HOURS-PARSE-9 > 0
                  MOVE WS-HOURS-PARSE-9 TO WS-FTE-DIVISOR
               END-IF
            END-IF
         WHEN 'RESNAP '
            IF CCC-VALUE(1:1) = 'Y'
               SET WS-RESNAP TO TRUE
            END-IF
         WHEN OTHER
            CONTINUE
      END-EVALUATE.

   0300-CHECK-SNAPSHOT.
      *> A complete snapshot of this term is reused as it stands,
      *> census date and all, unless RESNAP asks for a new one.  An
      *> incomplete one (no trailer, or a count that does not
      *> agree) never reached the state and is simply taken again.
      *> A snapshot of another term is left alone: that term's file
      *> must be kept, so the run stops until it is moved aside or
      *> RESNAP says it may go.
      OPEN INPUT CENSNAP.
      IF WS-CENSNAP-STATUS NOT = '00' AND WS-CENSNAP-STATUS NOT = '05'
         DISPLAY 'CENSNAP open failed - status = ' WS-CENSNAP-STATUS
         SET WS-CENSNAP-OPEN-FAILED TO TRUE
      ELSE
         PERFORM UNTIL WS-SNAP-AT-END
            READ CENSNAP
               AT END MOVE 'Y' TO WS-SNAP-AT-END-FLAG
               NOT AT END
                  PERFORM 0310-NOTE-SNAPSHOT-RECORD
            END-READ
         END-PERFORM
         CLOSE CENSNAP
      END-IF.
      MOVE 'T' TO WS-SNAP-ACTION-FLAG.
      IF WS-SNAP-HEADER-SEEN
         IF WS-HELD-TERM NOT = WS-CENSUS-TERM
            IF NOT WS-RESNAP
               SET WS-SNAP-CONFLICT TO TRUE
               DISPLAY 'CENSNAP holds term ' WS-HELD-TERM
                  ' - not replaced without RESNAP'
            END-IF
         ELSE
            IF WS-SNAP-TRAILER-SEEN
               AND WS-HELD-TRAILER-COUNT = WS-HELD-DETAIL-COUNT
               IF NOT WS-RESNAP
                  SET WS-SNAP-REUSE TO TRUE
               END-IF
            ELSE
               DISPLAY 'CENSNAP for term ' WS-HELD-TERM
                  ' is incomplete - taken again'
            END-IF
         END-IF
      END-IF.
      MOVE 'N' TO WS-SNAP-AT-END-FLAG.

   0310-NOTE-SNAPSHOT-RECORD.
      EVALUATE TRUE
         WHEN CSN-HEADER
            SET WS-SNAP-HEADER-SEEN TO TRUE
            MOVE CSN-TERM        TO WS-HELD-TERM
            MOVE CSN-CENSUS-DATE TO WS-HELD-CENSUS-DATE
            MOVE CSN-SNAP-DATE   TO WS-HELD-SNAP-DATE
         WHEN CSN-DETAIL
            ADD 1 TO WS-HELD-DETAIL-COUNT
         WHEN CSN-TRAILER
            SET WS-SNAP-TRAILER-SEEN TO TRUE
            MOVE CSN-STUDENT-COUNT TO WS-HELD-TRAILER-COUNT
      END-EVALUATE.

   0500-TAKE-SNAPSHOT.
      OPEN INPUT OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      ELSE
         OPEN OUTPUT CENSNAP
         IF WS-CENSNAP-STATUS NOT = '00'
            DISPLAY 'CENSNAP open failed - status = '
               WS-CENSNAP-STATUS
            SET WS-CENSNAP-OPEN-FAILED TO TRUE
         ELSE
            MOVE WS-CURRENT-DATE TO WS-SNAP-DATE
            MOVE SPACES          TO CENSUS-SNAP-REC
            MOVE 'H'             TO CSN-REC-TYPE
            MOVE WS-CENSUS-TERM  TO CSN-TERM
            MOVE WS-CENSUS-DATE  TO CSN-CENSUS-DATE
            MOVE WS-SNAP-DATE    TO CSN-SNAP-DATE
            WRITE CENSUS-SNAP-REC
            MOVE 'STUDENTS ENROLLED BUT NOT ON THE MASTER'
               TO CENSUS-REPORT-LINE
            WRITE CENSUS-REPORT-LINE
            SORT CENSWORK ON ASCENDING KEY COURSE-STUDENT-ID-W
                             ASCENDING KEY COURSE-TERM-W
               INPUT PROCEDURE IS 1000-SELECT-COURSES
               OUTPUT PROCEDURE IS 2000-BUILD-SNAPSHOT
            IF SORT-RETURN NOT = 0
               SET WS-RC-FILE-FAILURE TO TRUE
               DISPLAY 'Sort Abend - SORT-RETURN = ' SORT-RETURN
            ELSE
               IF NOT WS-COURSFILE-OPEN-FAILED
                  AND NOT WS-CATFILE-OPEN-FAILED
                  MOVE SPACES              TO CENSUS-SNAP-REC
                  MOVE 'T'                 TO CSN-REC-TYPE
                  MOVE WS-SNAP-WRITE-COUNT TO CSN-STUDENT-COUNT
                  MOVE WS-SNAP-ID-HASH     TO CSN-ID-HASH
                  WRITE CENSUS-SNAP-REC
               END-IF
            END-IF
            CLOSE CENSNAP
            MOVE SPACES TO CENSUS-REPORT-LINE
            WRITE CENSUS-REPORT-LINE
         END-IF
         CLOSE OUTFILE-INDEXED
      END-IF.

   1000-SELECT-COURSES.
      *> The catalog is needed only while a snapshot is taken; a
      *> failure leaves the snapshot without its trailer, so the
      *> next run takes it again.
      OPEN INPUT CATFILE.
      IF WS-CATFILE-STATUS NOT = '00'
         DISPLAY 'CATIDX open failed - status = '
            WS-CATFILE-STATUS
         SET WS-CATFILE-OPEN-FAILED TO TRUE
      END-IF.
      IF NOT WS-CATFILE-OPEN-FAILED
         OPEN INPUT COURSFILE
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
         END-IF
         CLOSE CATFILE
      END-IF.

   1100-SELECT-COURSE.
      *> The census term and every term before it: earlier terms
      *> give the credits already earned, which set class level.
      ADD 1 TO WS-COURSE-READ-COUNT.
      IF COURSE-STUDENT-ID-I NOT NUMERIC
         OR COURSE-STUDENT-ID-I = 0
         OR COURSE-TERM-I NOT NUMERIC
         OR COURSE-CREDITS-I NOT NUMERIC
         ADD 1 TO WS-COURSE-REJECT-COUNT
      ELSE
         IF COURSE-TERM-I NOT > WS-CENSUS-TERM
            MOVE 'Y' TO WS-COURSE-OK-FLAG
            PERFORM 1150-CHECK-CATALOG
            IF WS-COURSE-OK
               MOVE COURSE-REC-I TO COURSE-REC-W
               RELEASE COURSE-REC-W
            ELSE
               ADD 1 TO WS-COURSE-REJECT-COUNT
            END-IF
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

   2000-BUILD-SNAPSHOT.
      MOVE 'Y' TO WS-FIRST-COURSE-FLAG.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         RETURN CENSWORK
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               PERFORM 2100-ACCUMULATE-COURSE
         END-RETURN
      END-PERFORM.
      IF NOT WS-FIRST-COURSE
         PERFORM 2400-FINISH-STUDENT
      END-IF.

   2100-ACCUMULATE-COURSE.
      IF WS-FIRST-COURSE
         MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
         PERFORM 2150-START-STUDENT
         MOVE 'N' TO WS-FIRST-COURSE-FLAG
      ELSE
         IF COURSE-STUDENT-ID-W NOT = WS-CURR-ID
            PERFORM 2400-FINISH-STUDENT
            MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
            PERFORM 2150-START-STUDENT
         END-IF
      END-IF.
      *> Census-term seats count toward the load unless already
      *> withdrawn or audited (grade class N); an ungraded seat
      *> counts.  Earlier terms go to the history table.
      IF COURSE-TERM-W = WS-CENSUS-TERM
         MOVE COURSE-GRADE-W TO WS-GRADE-LOOKUP
         PERFORM 2200-LOOK-UP-GRADE
         IF WS-GRADE-FOUND
            IF WS-GRADE-CLASS(WS-GRADE-SUB) NOT = 'N'
               ADD COURSE-CREDITS-W TO WS-STU-TERM-CREDITS
            END-IF
         ELSE
            ADD COURSE-CREDITS-W TO WS-STU-TERM-CREDITS
         END-IF
      ELSE
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

   2150-START-STUDENT.
      MOVE 0 TO WS-CRS-COUNT.
      MOVE 0 TO WS-STU-TERM-CREDITS.
      MOVE 0 TO WS-STU-CUM-EARNED.

   2200-LOOK-UP-GRADE.
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
      END-IF.

   2400-FINISH-STUDENT.
      *> Only a student with a load in the census term is counted.
      *> Earned credits follow STUGPA: a passing graded attempt or
      *> a P that passed the catalog test, and not an attempt
      *> replaced by a later retake.
      IF WS-STU-TERM-CREDITS > 0
         PERFORM 7500-CLASSIFY-ATTEMPTS
         PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
            UNTIL WS-CRS-SUB > WS-CRS-COUNT
            IF ((WS-CRS-CLASS(WS-CRS-SUB) = 'G'
               AND WS-CRS-POINTS(WS-CRS-SUB) > 0)
               OR WS-CRS-CLASS(WS-CRS-SUB) = 'P')
               AND WS-CRS-MARKER(WS-CRS-SUB) NOT = 'R'
               ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-STU-CUM-EARNED
            END-IF
         END-PERFORM
         MOVE WS-CURR-ID TO STUDENT-ID-IX
         READ OUTFILE-INDEXED
            INVALID KEY
               PERFORM 2600-NOT-ON-MASTER
            NOT INVALID KEY
               PERFORM 2500-WRITE-SNAPSHOT-STUDENT
         END-READ
      END-IF.

   2500-WRITE-SNAPSHOT-STUDENT.
      MOVE SPACES              TO CENSUS-SNAP-REC.
      MOVE 'D'                 TO CSN-REC-TYPE.
      MOVE STUDENT-REC-IX      TO CSN-STUDENT-DATA.
      MOVE WS-STU-TERM-CREDITS TO CSN-TERM-CREDITS.
      MOVE WS-STU-CUM-EARNED   TO CSN-CUM-EARNED.
      WRITE CENSUS-SNAP-REC.
      ADD 1 TO WS-SNAP-WRITE-COUNT.
      ADD WS-CURR-ID TO WS-SNAP-ID-HASH.

   2600-NOT-ON-MASTER.
      ADD 1 TO WS-NOT-ON-MASTER-COUNT.
      MOVE WS-CURR-ID          TO WS-EL-ID.
      MOVE WS-STU-TERM-CREDITS TO WS-EL-CREDITS.
      MOVE 'ENROLLED - NOT ON STUDENT MASTER' TO WS-EL-REASON.
      MOVE WS-EXCEPTION-LINE TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.

   COPY CRSMARK.

   3000-REPORT-FROM-SNAPSHOT.
      *> Everything below reads the snapshot, never the master.
      OPEN INPUT CENSNAP.
      IF WS-CENSNAP-STATUS NOT = '00'
         DISPLAY 'CENSNAP open failed - status = ' WS-CENSNAP-STATUS
         SET WS-CENSNAP-OPEN-FAILED TO TRUE
      ELSE
         OPEN OUTPUT STATEFILE
         IF WS-STATEFILE-STATUS NOT = '00'
            DISPLAY 'STATEOUT open failed - status = '
               WS-STATEFILE-STATUS
            SET WS-STATEFILE-OPEN-FAILED TO TRUE
         ELSE
            PERFORM UNTIL WS-SNAP-AT-END
               READ CENSNAP
                  AT END MOVE 'Y' TO WS-SNAP-AT-END-FLAG
                  NOT AT END
                     PERFORM 3050-TAKE-SNAPSHOT-RECORD
               END-READ
            END-PERFORM
            CLOSE STATEFILE
         END-IF
         CLOSE CENSNAP
      END-IF.

   3050-TAKE-SNAPSHOT-RECORD.
      EVALUATE TRUE
         WHEN CSN-HEADER
            MOVE CSN-CENSUS-DATE TO WS-CENSUS-DATE
            MOVE CSN-SNAP-DATE   TO WS-SNAP-DATE
            MOVE SPACES          TO STATE-HEADER-REC
            MOVE 'H'             TO SH-REC-TYPE
            MOVE WS-INST-ID      TO SH-INST-ID
            MOVE WS-CENSUS-TERM  TO SH-TERM
            MOVE WS-CENSUS-DATE  TO SH-CENSUS-DATE
            MOVE WS-CURRENT-DATE TO SH-CREATE-DATE
            MOVE WS-SNAP-DATE    TO SH-SNAP-DATE
            WRITE STATE-HEADER-REC
         WHEN CSN-DETAIL
            PERFORM 3100-CENSUS-STUDENT
         WHEN CSN-TRAILER
            PERFORM 3500-WRITE-STATE-TRAILER
      END-EVALUATE.

   3100-CENSUS-STUDENT.
      MOVE CSN-STUDENT-DATA TO STUDENT-REC-S.
      PERFORM 3200-CLASSIFY-STUDENT.
      MOVE 'C'              TO WS-LOOKUP-DIM.
      MOVE STUDENT-CAMPUS-S TO WS-LOOKUP-CODE.
      PERFORM 3300-ADD-TO-BREAKDOWN.
      MOVE 'S'              TO WS-LOOKUP-DIM.
      MOVE STUDENT-STATUS-S TO WS-LOOKUP-CODE.
      PERFORM 3300-ADD-TO-BREAKDOWN.
      MOVE 'L'              TO WS-LOOKUP-DIM.
      MOVE WS-STU-LEVEL     TO WS-LOOKUP-CODE.
      PERFORM 3300-ADD-TO-BREAKDOWN.
      MOVE 'A'              TO WS-LOOKUP-DIM.
      MOVE WS-STU-AGE-BAND  TO WS-LOOKUP-CODE.
      PERFORM 3300-ADD-TO-BREAKDOWN.
      IF WS-STU-FULL-TIME
         ADD 1 TO WS-TOTAL-FULL-TIME
      ELSE
         ADD 1 TO WS-TOTAL-PART-TIME
      END-IF.
      ADD CSN-TERM-CREDITS TO WS-TOTAL-CREDITS.
      ADD STUDENT-ID-S     TO WS-STATE-ID-HASH.
      PERFORM 3400-WRITE-STATE-DETAIL.

   3200-CLASSIFY-STUDENT.
      IF CSN-TERM-CREDITS NOT < WS-FULL-TIME-HOURS
         MOVE 'F' TO WS-STU-LOAD
      ELSE
         MOVE 'P' TO WS-STU-LOAD
      END-IF.
      EVALUATE TRUE
         WHEN CSN-CUM-EARNED < 30
            MOVE 'FR' TO WS-STU-LEVEL
         WHEN CSN-CUM-EARNED < 60
            MOVE 'SO' TO WS-STU-LEVEL
         WHEN CSN-CUM-EARNED < 90
            MOVE 'JR' TO WS-STU-LEVEL
         WHEN OTHER
            MOVE 'SR' TO WS-STU-LEVEL
      END-EVALUATE.
      COMPUTE WS-STU-FTE ROUNDED =
         CSN-TERM-CREDITS / WS-FTE-DIVISOR.
      *> Age in whole years on the census date.
      MOVE 0 TO WS-STU-AGE.
      IF STUDENT-DOB-S NOT NUMERIC
         OR STUDENT-DOB-S = 0
         OR STUDENT-DOB-S > WS-CENSUS-DATE
         MOVE 'UNKNOWN ' TO WS-STU-AGE-BAND
         ADD 1 TO WS-UNKNOWN-AGE-COUNT
      ELSE
         MOVE STUDENT-DOB-S TO WS-DOB-WORK
         COMPUTE WS-STU-AGE = WS-CENSUS-YYYY - WS-DOB-WORK-YYYY
         IF WS-CENSUS-MMDD < WS-DOB-WORK-MMDD
            SUBTRACT 1 FROM WS-STU-AGE
         END-IF
         EVALUATE TRUE
            WHEN WS-STU-AGE < 18
               MOVE 'UNDER 18' TO WS-STU-AGE-BAND
            WHEN WS-STU-AGE < 20
               MOVE '18-19   ' TO WS-STU-AGE-BAND
            WHEN WS-STU-AGE < 22
               MOVE '20-21   ' TO WS-STU-AGE-BAND
            WHEN WS-STU-AGE < 25
               MOVE '22-24   ' TO WS-STU-AGE-BAND
            WHEN WS-STU-AGE < 30
               MOVE '25-29   ' TO WS-STU-AGE-BAND
            WHEN WS-STU-AGE < 40
               MOVE '30-39   ' TO WS-STU-AGE-BAND
            WHEN OTHER
               MOVE '40 +    ' TO WS-STU-AGE-BAND
         END-EVALUATE
      END-IF.

   3300-ADD-TO-BREAKDOWN.
      PERFORM 3310-FIND-OR-ADD-ROW.
      IF WS-ROW-FOUND
         ADD 1 TO WS-BRK-HEAD(WS-BRK-SUB)
         IF WS-STU-FULL-TIME
            ADD 1 TO WS-BRK-FULL-TIME(WS-BRK-SUB)
         ELSE
            ADD 1 TO WS-BRK-PART-TIME(WS-BRK-SUB)
         END-IF
         ADD CSN-TERM-CREDITS TO WS-BRK-CREDITS(WS-BRK-SUB)
      END-IF.

   3310-FIND-OR-ADD-ROW.
      MOVE 'N' TO WS-ROW-FOUND-FLAG.
      PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
         UNTIL WS-BRK-SUB > WS-BRK-COUNT
         OR WS-ROW-FOUND
         IF WS-BRK-DIM(WS-BRK-SUB) = WS-LOOKUP-DIM
            AND WS-BRK-CODE(WS-BRK-SUB) = WS-LOOKUP-CODE
            MOVE 'Y' TO WS-ROW-FOUND-FLAG
         END-IF
      END-PERFORM.
      IF WS-ROW-FOUND
         SUBTRACT 1 FROM WS-BRK-SUB
      ELSE
         IF WS-BRK-COUNT < 200
            ADD 1 TO WS-BRK-COUNT
            MOVE WS-BRK-COUNT   TO WS-BRK-SUB
            MOVE WS-LOOKUP-DIM  TO WS-BRK-DIM(WS-BRK-SUB)
            MOVE WS-LOOKUP-CODE TO WS-BRK-CODE(WS-BRK-SUB)
            MOVE 0 TO WS-BRK-HEAD(WS-BRK-SUB)
            MOVE 0 TO WS-BRK-FULL-TIME(WS-BRK-SUB)
            MOVE 0 TO WS-BRK-PART-TIME(WS-BRK-SUB)
            MOVE 0 TO WS-BRK-CREDITS(WS-BRK-SUB)
            MOVE 'Y' TO WS-ROW-FOUND-FLAG
         ELSE
            DISPLAY 'Census breakdown table full - not counted: '
               WS-LOOKUP-DIM ' ' WS-LOOKUP-CODE
         END-IF
      END-IF.

   3400-WRITE-STATE-DETAIL.
      MOVE SPACES              TO STATE-DETAIL-REC.
      MOVE 'D'                 TO SD-REC-TYPE.
      MOVE WS-INST-ID          TO SD-INST-ID.
      MOVE WS-CENSUS-TERM      TO SD-TERM.
      MOVE STUDENT-ID-S        TO SD-STUDENT-ID.
      MOVE STUDENT-CAMPUS-S    TO SD-CAMPUS.
      MOVE STUDENT-STATUS-S    TO SD-STATUS.
      IF STUDENT-DOB-S NUMERIC
         MOVE STUDENT-DOB-S    TO SD-DOB
      ELSE
         MOVE 0                TO SD-DOB
      END-IF.
      MOVE WS-STU-AGE          TO SD-AGE.
      MOVE WS-STU-LOAD         TO SD-LOAD.
      MOVE WS-STU-LEVEL        TO SD-LEVEL.
      MOVE CSN-TERM-CREDITS    TO SD-CREDITS.
      MOVE WS-STU-FTE          TO SD-FTE.
      MOVE CSN-CUM-EARNED      TO SD-CUM-EARNED.
      WRITE STATE-DETAIL-REC.
      ADD 1 TO WS-STATE-DETAIL-COUNT.

   3500-WRITE-STATE-TRAILER.
      *> Institution FTE is total credits over the divisor, not the
      *> sum of the rounded per-student figures.
      COMPUTE WS-TOTAL-FTE ROUNDED =
         WS-TOTAL-CREDITS / WS-FTE-DIVISOR.
      MOVE SPACES                TO STATE-TRAILER-REC.
      MOVE 'T'                   TO ST-REC-TYPE.
      MOVE WS-INST-ID            TO ST-INST-ID.
      MOVE WS-CENSUS-TERM        TO ST-TERM.
      MOVE WS-STATE-DETAIL-COUNT TO ST-RECORD-COUNT.
      MOVE WS-TOTAL-FULL-TIME    TO ST-FULL-TIME-COUNT.
      MOVE WS-TOTAL-PART-TIME    TO ST-PART-TIME-COUNT.
      MOVE WS-TOTAL-CREDITS      TO ST-TOTAL-CREDITS.
      MOVE WS-TOTAL-FTE          TO ST-TOTAL-FTE.
      MOVE WS-STATE-ID-HASH      TO ST-ID-HASH.
      WRITE STATE-TRAILER-REC.

   4000-PRINT-SUMMARY.
      MOVE WS-CENSUS-TERM TO WS-CI-TERM.
      MOVE WS-CENSUS-DATE TO WS-CI-CENSUS-DATE.
      MOVE WS-SNAP-DATE   TO WS-CI-SNAP-DATE.
      IF WS-SNAP-REUSE
         MOVE 'REUSED - AS FROZEN' TO WS-CI-SNAP-NOTE
      ELSE
         MOVE 'TAKEN THIS RUN'     TO WS-CI-SNAP-NOTE
      END-IF.
      MOVE WS-CENSUS-INFO-LINE TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      MOVE 'C' TO WS-PRINT-DIM.
      MOVE 'CAMPUS' TO WS-SC-TITLE.
      MOVE 'CAMPUS' TO WS-CH-CODE-TITLE.
      PERFORM 4100-PRINT-DIMENSION.
      MOVE 'S' TO WS-PRINT-DIM.
      MOVE 'STATUS' TO WS-SC-TITLE.
      MOVE 'STATUS' TO WS-CH-CODE-TITLE.
      PERFORM 4100-PRINT-DIMENSION.
      MOVE 'L' TO WS-PRINT-DIM.
      MOVE 'CLASS LEVEL' TO WS-SC-TITLE.
      MOVE 'LEVEL' TO WS-CH-CODE-TITLE.
      PERFORM 4100-PRINT-DIMENSION.
      MOVE 'A' TO WS-PRINT-DIM.
      MOVE 'AGE BAND' TO WS-SC-TITLE.
      MOVE 'AGE' TO WS-CH-CODE-TITLE.
      PERFORM 4100-PRINT-DIMENSION.
      MOVE SPACES TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      MOVE 'TOTAL'                 TO WS-SL-CODE.
      MOVE WS-STATE-DETAIL-COUNT   TO WS-SL-HEAD.
      MOVE WS-TOTAL-FULL-TIME      TO WS-SL-FULL-TIME.
      MOVE WS-TOTAL-PART-TIME      TO WS-SL-PART-TIME.
      MOVE WS-TOTAL-CREDITS        TO WS-SL-CREDITS.
      MOVE WS-TOTAL-FTE            TO WS-SL-FTE.
      MOVE WS-SUMMARY-LINE TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.

   4100-PRINT-DIMENSION.
      MOVE SPACES TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      MOVE WS-SECTION-LINE TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      MOVE WS-COLUMN-HEADING TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
         UNTIL WS-BRK-SUB > WS-BRK-COUNT
         IF WS-BRK-DIM(WS-BRK-SUB) = WS-PRINT-DIM
            PERFORM 4200-PRINT-ROW
         END-IF
      END-PERFORM.

   4200-PRINT-ROW.
      COMPUTE WS-ROW-FTE ROUNDED =
         WS-BRK-CREDITS(WS-BRK-SUB) / WS-FTE-DIVISOR.
      MOVE WS-BRK-CODE(WS-BRK-SUB)      TO WS-SL-CODE.
      MOVE WS-BRK-HEAD(WS-BRK-SUB)      TO WS-SL-HEAD.
      MOVE WS-BRK-FULL-TIME(WS-BRK-SUB) TO WS-SL-FULL-TIME.
      MOVE WS-BRK-PART-TIME(WS-BRK-SUB) TO WS-SL-PART-TIME.
      MOVE WS-BRK-CREDITS(WS-BRK-SUB)   TO WS-SL-CREDITS.
      MOVE WS-ROW-FTE                   TO WS-SL-FTE.
      MOVE WS-SUMMARY-LINE TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.
      IF WS-SNAP-TAKE
         MOVE 'COURSE RECORDS READ    :' TO WS-TL-TEXT
         MOVE WS-COURSE-READ-COUNT TO WS-TL-COUNT
         PERFORM 0810-WRITE-TOTAL-LINE
         MOVE 'COURSE RECORDS REJECTED:' TO WS-TL-TEXT
         MOVE WS-COURSE-REJECT-COUNT TO WS-TL-COUNT
         PERFORM 0810-WRITE-TOTAL-LINE
         MOVE 'ENROLLED, NOT ON MASTER:' TO WS-TL-TEXT
         MOVE WS-NOT-ON-MASTER-COUNT TO WS-TL-COUNT
         PERFORM 0810-WRITE-TOTAL-LINE
         MOVE 'SNAPSHOT RECORDS TAKEN :' TO WS-TL-TEXT
         MOVE WS-SNAP-WRITE-COUNT TO WS-TL-COUNT
         PERFORM 0810-WRITE-TOTAL-LINE
      ELSE
         MOVE 'SNAPSHOT RECORDS HELD  :' TO WS-TL-TEXT
         MOVE WS-HELD-DETAIL-COUNT TO WS-TL-COUNT
         PERFORM 0810-WRITE-TOTAL-LINE
      END-IF.
      MOVE 'STATE DETAIL RECORDS   :' TO WS-TL-TEXT.
      MOVE WS-STATE-DETAIL-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  FULL-TIME            :' TO WS-TL-TEXT.
      MOVE WS-TOTAL-FULL-TIME TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  PART-TIME            :' TO WS-TL-TEXT.
      MOVE WS-TOTAL-PART-TIME TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  AGE UNKNOWN          :' TO WS-TL-TEXT.
      MOVE WS-UNKNOWN-AGE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.

   0810-WRITE-TOTAL-LINE.
      MOVE WS-TOTAL-LINE TO CENSUS-REPORT-LINE.
      WRITE CENSUS-REPORT-LINE.

   0900-TERMINATE.
      CLOSE CENSRPT.

   0700-SET-RETURN-CODE.
      *> 0 clean, 4 records that could not be counted (see the
      *> report), 8 no usable control cards, a snapshot of another
      *> term is held, or nobody was enrolled, 16 a file the step
      *> needs did not open.
      IF WS-OUTIDX-OPEN-FAILED OR WS-COURSFILE-OPEN-FAILED
         OR WS-CENSNAP-OPEN-FAILED OR WS-STATEFILE-OPEN-FAILED
         OR WS-CATFILE-OPEN-FAILED OR WS-RC-FILE-FAILURE
         SET WS-RC-FILE-FAILURE TO TRUE
      ELSE
         IF NOT WS-CONTROL-OK OR WS-SNAP-CONFLICT
            OR WS-STATE-DETAIL-COUNT = 0
            SET WS-RC-NOTHING-DONE TO TRUE
         ELSE
            IF WS-COURSE-REJECT-COUNT > 0
               OR WS-NOT-ON-MASTER-COUNT > 0
               OR WS-UNKNOWN-AGE-COUNT > 0
               SET WS-RC-EXCEPTIONS TO TRUE
            ELSE
               SET WS-RC-SUCCESS TO TRUE
            END-IF
         END-IF
      END-IF.
