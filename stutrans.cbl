         ACCESS MODE IS DYNAMIC
         RECORD KEY IS XREF-RETIRED-ID-X
         FILE STATUS IS WS-XREFFILE-STATUS.
      SELECT CATFILE ASSIGN TO CATIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CATALOG-CODE-IX
         FILE STATUS IS WS-CATFILE-STATUS.
      SELECT OPTIONAL HOLDFILE ASSIGN TO HOLDIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY-IX
         FILE STATUS IS WS-HOLDFILE-STATUS.
      SELECT TRANSRPT ASSIGN TO TRSRPT
         ORGANIZATION IS LINE SEQUENTIAL.

   FD REQFILE.
      01 REQUEST-CARD.
         05 REQ-ID                 PIC X(5).
         05 FILLER                 PIC X(1).
         05 REQ-COPY-TYPE          PIC X(1).
            88 REQ-UNOFFICIAL-COPY           VALUE 'U'.
         05 FILLER                 PIC X(73).
   FD OUTFILE-INDEXED.
      COPY STUDREC REPLACING
         ==STUDENT-REC==    BY ==STUDENT-REC-IX==
         ==XREF-RETIRED-ID==  BY ==XREF-RETIRED-ID-X==
         ==XREF-SURVIVOR-ID== BY ==XREF-SURVIVOR-ID-X==
         ==XREF-MERGE-DATE==  BY ==XREF-MERGE-DATE-X==.
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
   FD HOLDFILE.
      COPY HOLDREC REPLACING
         ==HOLD-REC==           BY ==HOLD-REC-IX==
         ==HOLD-KEY==           BY ==HOLD-KEY-IX==
         ==HOLD-STUDENT-ID==    BY ==HOLD-STUDENT-ID-IX==
         ==HOLD-TYPE==          BY ==HOLD-TYPE-IX==
         ==HOLD-PLACED-DATE==   BY ==HOLD-PLACED-DATE-IX==
         ==HOLD-PLACED-BY==     BY ==HOLD-PLACED-BY-IX==
         ==HOLD-RELEASED-DATE== BY ==HOLD-RELEASED-DATE-IX==
         ==HOLD-RELEASED-BY==   BY ==HOLD-RELEASED-BY-IX==
         ==HOLD-BLOCK-FLAG==    BY ==HOLD-BLOCK-FLAG-IX==
         ==HOLD-REASON==        BY ==HOLD-REASON-IX==.
   FD TRANSRPT.
      01 TRANS-REPORT-LINE PIC X(80).

   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-XREFFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-CATFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-HOLDFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-REQFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-REQFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-CATFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CATFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-HOLDFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-HOLDFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-CRSFILE-FAILED-FLAG     PIC X(1)  VALUE 'N'.
      88 WS-CRSFILE-FAILED                 VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-CRS-AT-END-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CRS-AT-END                     VALUE 'Y'.
   01 WS-HOLD-DONE-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-HOLD-DONE                      VALUE 'Y'.
   01 WS-HOLD-BLOCKED-FLAG       PIC X(1)  VALUE 'N'.
      88 WS-HOLD-BLOCKED                   VALUE 'Y'.
   01 WS-HOLD-CHECK-ID           PIC 9(5)  VALUE 0.
   01 WS-CATALOG-FAIL-COUNT      PIC 9(3)  VALUE 0.

   COPY GRADETBL.

   01 WS-REQ-COUNT               PIC 9(7)  VALUE 0.
   01 WS-PRINTED-COUNT           PIC 9(7)  VALUE 0.

   *> The course history for the student being printed, gathered
   *> from a full pass of the course file and kept in term order.
   COPY CRSTBL.
   01 WS-INS-SUB                 PIC 9(3)  VALUE 0.
   01 WS-SHIFT-SUB               PIC 9(3)  VALUE 0.
   01 WS-CRS-HOLD                PIC X(22) VALUE SPACES.
   01 WS-IN-ORDER-FLAG           PIC X(1)  VALUE 'N'.
      88 WS-IN-ORDER                       VALUE 'Y'.

   01 WS-CURR-TERM               PIC 9(5)  VALUE 0.
   01 WS-TERM-CREDITS            PIC 9(3)V9   VALUE 0.
   01 WS-TERM-EARNED             PIC 9(3)V9   VALUE 0.
   01 WS-TERM-POINTS             PIC 9(4)V999 VALUE 0.
   01 WS-CUM-CREDITS             PIC 9(4)V9   VALUE 0.
   01 WS-CUM-EARNED              PIC 9(4)V9   VALUE 0.
   01 WS-CUM-POINTS              PIC 9(5)V999 VALUE 0.
   01 WS-TERM-GPA                PIC 9V99  VALUE 0.
   01 WS-CUM-GPA                 PIC 9V99  VALUE 0.

   *> The rejected-request section printed after the last
   *> transcript; ids the records office asked for that are not on
   *> the master or are stopped by an active hold.
   01 WS-REJECT-TABLE.
      05 WS-REJ-COUNT            PIC 9(3)  VALUE 0.
      05 WS-REJ-ENTRY OCCURS 200 TIMES.
   01 WS-REJ-SUB                 PIC 9(3)  VALUE 0.
   01 WS-NOTE-REASON             PIC X(25) VALUE SPACES.

   01 WS-OFFICIAL-TITLE          PIC X(60) VALUE
      'STUDENT TRANSCRIPT - OFFICE OF THE REGISTRAR'.
   01 WS-UNOFFICIAL-TITLE        PIC X(60) VALUE
      'STUDENT TRANSCRIPT - UNOFFICIAL COPY - NOT FOR RELEASE'.

   01 WS-PAGE-HEADING.
      05 WS-PH-TITLE             PIC X(60) VALUE
         'STUDENT TRANSCRIPT - OFFICE OF THE REGISTRAR'.
      05 FILLER                  PIC X(5)  VALUE 'PAGE '.
      05 WS-PH-PAGE              PIC ZZZ9.
   01 WS-COLUMN-HEADING.
      05 FILLER                  PIC X(7)  VALUE 'TERM   '.
      05 FILLER                  PIC X(10) VALUE 'COURSE    '.
      05 FILLER                  PIC X(32) VALUE 'TITLE'.
      05 FILLER                  PIC X(8)  VALUE 'CREDITS '.
      05 FILLER                  PIC X(5)  VALUE 'GRADE'.

      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CD-CODE              PIC X(8).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CD-TITLE             PIC X(30).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CD-CREDITS           PIC Z9.9.
      05 FILLER                  PIC X(4)  VALUE SPACES.
      05 WS-CD-GRADE             PIC X(2).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CD-MARKER            PIC X(1).

   01 WS-TERM-TOTAL-LINE.
      05 FILLER                  PIC X(5)  VALUE 'TERM '.
      05 WS-TT-TERM              PIC 9(5).
      05 FILLER                  PIC X(17) VALUE
         ' TOTALS - EARNED '.
      05 WS-TT-EARNED            PIC ZZ9.9.
      05 FILLER                  PIC X(10) VALUE '  GPA HRS '.
      05 WS-TT-CREDITS           PIC ZZ9.9.
      05 FILLER                  PIC X(6)  VALUE ' GPA '.
      05 WS-TT-GPA               PIC 9.99.

   01 WS-CUM-TOTAL-LINE.
      05 FILLER                  PIC X(20) VALUE
         'CUMULATIVE - EARNED '.
      05 WS-CT-EARNED            PIC ZZZ9.9.
      05 FILLER                  PIC X(10) VALUE '  GPA HRS '.
      05 WS-CT-CREDITS           PIC ZZZ9.9.
      05 FILLER                  PIC X(6)  VALUE ' GPA '.
      05 WS-CT-GPA               PIC 9.99.

   01 WS-MARKER-LEGEND           PIC X(80) VALUE
      'R = REPEATED, REPLACED BY LATER ATTEMPT   E = NOT COUNTED IN GPA'.

   01 WS-NO-COURSES-LINE        PIC X(40) VALUE
      'NO COURSE HISTORY ON FILE'.

   0000-MAIN.
      PERFORM 0100-INITIALIZE.
      IF NOT WS-OUTIDX-OPEN-FAILED AND NOT WS-REQFILE-OPEN-FAILED
         AND NOT WS-CATFILE-OPEN-FAILED
         AND NOT WS-HOLDFILE-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ REQFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT XREFFILE.
      *> The catalog is required, as in the GPA step: the transcript
      *> GPA must leave out the same enrollments the master GPA did.
      OPEN INPUT CATFILE.
      IF WS-CATFILE-STATUS NOT = '00'
         DISPLAY 'CATIDX open failed - status = ' WS-CATFILE-STATUS
         SET WS-CATFILE-OPEN-FAILED TO TRUE
      END-IF.
      *> No holds file means no holds; any other failure stops the
      *> run, since an unreadable file would pass every hold check.
      OPEN INPUT HOLDFILE.
      IF WS-HOLDFILE-STATUS NOT = '00'
         AND WS-HOLDFILE-STATUS NOT = '05'
         DISPLAY 'HOLDIDX open failed - status = ' WS-HOLDFILE-STATUS
         SET WS-HOLDFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT TRANSRPT.

   1000-SERVE-REQUEST.
      *> Card layout follows the inquiry step: the requested
      *> STUDENT-ID in columns 1-5; a U in column 7 asks for an
      *> unofficial copy, which active holds do not stop.  The rest
      *> of the card is ignored.
      IF REQ-ID NOT NUMERIC
         MOVE 'INVALID REQUEST CARD' TO WS-NOTE-REASON
         PERFORM 1100-NOTE-REJECT
            INVALID KEY
               PERFORM 1200-TRY-RETIRED-ID
            NOT INVALID KEY
               PERFORM 1300-PRINT-IF-CLEAR
         END-READ
      END-IF.

               INVALID KEY
                  PERFORM 1100-NOTE-REJECT
               NOT INVALID KEY
                  PERFORM 1300-PRINT-IF-CLEAR
            END-READ
      END-READ.

   1300-PRINT-IF-CLEAR.
      *> An official transcript is refused while the student - or
      *> the retired id folded into the request - has an unreleased
      *> blocking hold.
      MOVE 'N' TO WS-HOLD-BLOCKED-FLAG.
      IF REQ-UNOFFICIAL-COPY
         MOVE WS-UNOFFICIAL-TITLE TO WS-PH-TITLE
      ELSE
         MOVE WS-OFFICIAL-TITLE TO WS-PH-TITLE
         MOVE WS-REQ-ID TO WS-HOLD-CHECK-ID
         PERFORM 1400-CHECK-HOLDS
         IF NOT WS-HOLD-BLOCKED AND WS-ALT-ID NOT = WS-REQ-ID
            MOVE WS-ALT-ID TO WS-HOLD-CHECK-ID
            PERFORM 1400-CHECK-HOLDS
         END-IF
      END-IF.
      IF WS-HOLD-BLOCKED
         PERFORM 1100-NOTE-REJECT
      ELSE
         PERFORM 2000-PRINT-TRANSCRIPT
      END-IF.

   1400-CHECK-HOLDS.
      MOVE WS-HOLD-CHECK-ID TO HOLD-STUDENT-ID-IX.
      MOVE LOW-VALUES       TO HOLD-TYPE-IX.
      MOVE 'N' TO WS-HOLD-DONE-FLAG.
      START HOLDFILE
         KEY IS NOT LESS THAN HOLD-KEY-IX
         INVALID KEY
            MOVE 'Y' TO WS-HOLD-DONE-FLAG
      END-START.
      PERFORM UNTIL WS-HOLD-DONE OR WS-HOLD-BLOCKED
         READ HOLDFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-HOLD-DONE-FLAG
            NOT AT END
               IF HOLD-STUDENT-ID-IX NOT = WS-HOLD-CHECK-ID
                  MOVE 'Y' TO WS-HOLD-DONE-FLAG
               ELSE
                  IF HOLD-RELEASED-DATE-IX = 0
                     AND HOLD-BLOCK-FLAG-IX = 'Y'
                     PERFORM 1410-NOTE-HOLD-REASON
                  END-IF
               END-IF
         END-READ
      END-PERFORM.

   1410-NOTE-HOLD-REASON.
      MOVE 'Y' TO WS-HOLD-BLOCKED-FLAG.
      EVALUATE HOLD-TYPE-IX
         WHEN 'F'
            MOVE 'ACTIVE HOLD - FINANCIAL' TO WS-NOTE-REASON
         WHEN 'D'
            MOVE 'ACTIVE HOLD - DISCIPLINE' TO WS-NOTE-REASON
         WHEN 'R'
            MOVE 'ACTIVE HOLD - REGISTRAR' TO WS-NOTE-REASON
         WHEN 'L'
            MOVE 'ACTIVE HOLD - LIBRARY' TO WS-NOTE-REASON
         WHEN OTHER
            MOVE 'ACTIVE HOLD' TO WS-NOTE-REASON
      END-EVALUATE.

   2000-PRINT-TRANSCRIPT.
      PERFORM 2100-GATHER-COURSES.
      PERFORM 6000-START-PAGE.
      END-IF.

   3000-PRINT-COURSE-DETAIL.
      PERFORM 7500-CLASSIFY-ATTEMPTS.
      PERFORM 3050-APPLY-CATALOG-CHECK.
      MOVE 0 TO WS-TERM-CREDITS.
      MOVE 0 TO WS-TERM-EARNED.
      MOVE 0 TO WS-TERM-POINTS.
      MOVE 0 TO WS-CUM-CREDITS.
      MOVE 0 TO WS-CUM-EARNED.
      MOVE 0 TO WS-CUM-POINTS.
      MOVE WS-CRS-TERM(1) TO WS-CURR-TERM.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
      END-IF.
      MOVE SPACES TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
      MOVE WS-CUM-EARNED  TO WS-CT-EARNED.
      MOVE WS-CUM-CREDITS TO WS-CT-CREDITS.
      MOVE WS-CUM-GPA     TO WS-CT-GPA.
      MOVE WS-CUM-TOTAL-LINE TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
      MOVE SPACES TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
      MOVE WS-MARKER-LEGEND TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.

   3050-APPLY-CATALOG-CHECK.
      *> An enrollment the GPA step rejects on the catalog (unknown
      *> code, taken in or after the retirement term, credits not per
      *> the catalog) never reached the master GPA, so it is printed
      *> with an E, counts nowhere, and does not replace an earlier
      *> attempt of the course.
      MOVE 0 TO WS-CATALOG-FAIL-COUNT.
      PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
         UNTIL WS-CRS-SUB > WS-CRS-COUNT
         PERFORM 3060-CHECK-ONE-CATALOG
      END-PERFORM.
      IF WS-CATALOG-FAIL-COUNT > 0
         PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
            UNTIL WS-CRS-SUB > WS-CRS-COUNT
            IF WS-CRS-MARKER(WS-CRS-SUB) = 'R'
               IF WS-CRS-CLASS(WS-CRS-SUB) = 'G'
                  MOVE SPACE TO WS-CRS-MARKER(WS-CRS-SUB)
               ELSE
                  MOVE 'E' TO WS-CRS-MARKER(WS-CRS-SUB)
               END-IF
               PERFORM 7520-CHECK-LATER-ATTEMPT
            END-IF
         END-PERFORM
      END-IF.

   3060-CHECK-ONE-CATALOG.
      MOVE WS-CRS-CODE(WS-CRS-SUB) TO CATALOG-CODE-IX.
      READ CATFILE
         INVALID KEY
            MOVE 'C' TO WS-CRS-CLASS(WS-CRS-SUB)
         NOT INVALID KEY
            IF CATALOG-STATUS-IX = 'R'
               AND WS-CRS-TERM(WS-CRS-SUB)
                  NOT < CATALOG-RETIRED-TERM-IX
               MOVE 'C' TO WS-CRS-CLASS(WS-CRS-SUB)
            ELSE
               IF WS-CRS-CREDITS(WS-CRS-SUB) NOT = CATALOG-CREDITS-IX
                  MOVE 'C' TO WS-CRS-CLASS(WS-CRS-SUB)
               END-IF
            END-IF
      END-READ.
      IF WS-CRS-CLASS(WS-CRS-SUB) = 'C'
         MOVE 'E' TO WS-CRS-MARKER(WS-CRS-SUB)
         MOVE 0   TO WS-CRS-POINTS(WS-CRS-SUB)
         ADD 1 TO WS-CATALOG-FAIL-COUNT
      END-IF.

   3100-PRINT-TERM-TOTAL.
      IF WS-TERM-CREDITS > 0
         MOVE 0 TO WS-TERM-GPA
      END-IF.
      MOVE WS-CURR-TERM    TO WS-TT-TERM.
      MOVE WS-TERM-EARNED  TO WS-TT-EARNED.
      MOVE WS-TERM-CREDITS TO WS-TT-CREDITS.
      MOVE WS-TERM-GPA     TO WS-TT-GPA.
      MOVE WS-TERM-TOTAL-LINE TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
      MOVE SPACES TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
      MOVE 0 TO WS-TERM-CREDITS.
      MOVE 0 TO WS-TERM-EARNED.
      MOVE 0 TO WS-TERM-POINTS.

   3200-PRINT-ONE-COURSE.
      MOVE WS-CRS-TERM(WS-CRS-SUB)    TO WS-CD-TERM.
      MOVE WS-CRS-CODE(WS-CRS-SUB)    TO WS-CD-CODE.
      *> The title comes from the course catalog; a code the catalog
      *> does not know is flagged rather than left blank.
      MOVE WS-CRS-CODE(WS-CRS-SUB)    TO CATALOG-CODE-IX.
      READ CATFILE
         INVALID KEY
            MOVE '** NOT IN COURSE CATALOG **' TO WS-CD-TITLE
         NOT INVALID KEY
            MOVE CATALOG-TITLE-IX TO WS-CD-TITLE
      END-READ.
      MOVE WS-CRS-CREDITS(WS-CRS-SUB) TO WS-CD-CREDITS.
      MOVE WS-CRS-GRADE(WS-CRS-SUB)   TO WS-CD-GRADE.
      MOVE WS-CRS-MARKER(WS-CRS-SUB)  TO WS-CD-MARKER.
      MOVE WS-COURSE-DETAIL TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
      *> Same policy as the GPA step: the term GPA counts every G
      *> attempt in the term, the cumulative drops replaced ones;
      *> credit is earned by a passing G grade or a P.
      IF WS-CRS-CLASS(WS-CRS-SUB) = 'G'
         ADD WS-CRS-CREDITS(WS-CRS-SUB) TO WS-TERM-CREDITS
         COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
            + WS-CRS-CREDITS(WS-CRS-SUB)
            * WS-CRS-POINTS(WS-CRS-SUB)
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

   6000-START-PAGE.
      ADD 1 TO WS-LINE-COUNT.

   0800-WRITE-REJECT-SECTION.
      MOVE WS-OFFICIAL-TITLE TO WS-PH-TITLE.
      PERFORM 6000-START-PAGE.
      MOVE 'REJECTED REQUESTS' TO WS-PRINT-AREA.
      PERFORM 7000-WRITE-LINE.
         CLOSE OUTFILE-INDEXED
      END-IF.
      CLOSE XREFFILE.
      IF NOT WS-CATFILE-OPEN-FAILED
         CLOSE CATFILE
      END-IF.
      IF NOT WS-HOLDFILE-OPEN-FAILED
         CLOSE HOLDFILE
      END-IF.
      CLOSE TRANSRPT.

   0700-SET-RETURN-CODE.
      *> 0 every request printed, 4 some requests not on the master
      *> or stopped by a hold, 8 no request cards, 16 the master,
      *> request, course, catalog or holds file failed - a missing
      *> course feed must not pass off empty histories as clean
      *> transcripts, nor an unreadable holds file a held student.
      IF WS-OUTIDX-OPEN-FAILED OR WS-REQFILE-OPEN-FAILED
         OR WS-CRSFILE-FAILED OR WS-CATFILE-OPEN-FAILED
         OR WS-HOLDFILE-OPEN-FAILED
         SET WS-RC-MASTER-FAILURE TO TRUE
      ELSE
         IF WS-REQ-COUNT = 0
            END-IF
         END-IF
      END-IF.

   COPY CRSMARK.
