         ACCESS MODE IS DYNAMIC
         RECORD KEY IS XREF-RETIRED-ID-X
         FILE STATUS IS WS-XREFFILE-STATUS.
      SELECT OPTIONAL HOLDFILE ASSIGN TO HOLDIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY-IX
         FILE STATUS IS WS-HOLDFILE-STATUS.
      SELECT INQRPT ASSIGN TO INQRPT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT OPTIONAL RULEFILE ASSIGN TO RULES
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
         ==XREF-RETIRED-ID==  BY ==XREF-RETIRED-ID-X==
         ==XREF-SURVIVOR-ID== BY ==XREF-SURVIVOR-ID-X==
         ==XREF-MERGE-DATE==  BY ==XREF-MERGE-DATE-X==.
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
   FD INQRPT.
      01 INQ-REPORT-LINE PIC X(100).
   FD RULEFILE.
      01 RULE-CARD.
         05 RULE-KEYWORD           PIC X(7).
         05 FILLER                 PIC X(1).
         05 RULE-VALUE             PIC X(72).

   WORKING-STORAGE SECTION.
   01 WS-REQFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-XREFFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-HOLDFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-REQFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-REQFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-HOLDFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-HOLDFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-BROWSE-DONE-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-BROWSE-DONE                    VALUE 'Y'.
   01 WS-REQ-VALID-FLAG          PIC X(1)  VALUE 'Y'.
      88 WS-REQ-VALID                      VALUE 'Y'.
   01 WS-REQ-CHECK-DIGIT-FLAG    PIC X(1)  VALUE 'Y'.
      88 WS-REQ-CHECK-DIGIT-OK             VALUE 'Y'.
   01 WS-HOLD-DONE-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-HOLD-DONE                      VALUE 'Y'.

   01 WS-REQ-COUNT               PIC 9(7)  VALUE 0.
   01 WS-FOUND-REQ-COUNT         PIC 9(7)  VALUE 0.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-ID-LASTACT           PIC 9(8).

   01 WS-HOLD-LINE.
      05 FILLER                  PIC X(4)  VALUE SPACES.
      05 FILLER                  PIC X(5)  VALUE 'HOLD '.
      05 WS-HL-TYPE              PIC X(13).
      05 FILLER                  PIC X(8)  VALUE ' PLACED '.
      05 WS-HL-PLACED-DATE       PIC 9(8).
      05 FILLER                  PIC X(4)  VALUE ' BY '.
      05 WS-HL-PLACED-BY         PIC X(20).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-HL-BLOCK             PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-HL-REASON            PIC X(30).

   01 WS-RETIRED-NOTE.
      05 FILLER                  PIC X(5)  VALUE '  ID '.
      05 WS-RN-RETIRED-ID        PIC 9(5).
      05 WS-TL-TEXT              PIC X(25).
      05 WS-TL-COUNT             PIC ZZZZZZ9.

   COPY EDITRULE.

   01 WS-RETURN-CODE             PIC 9(3)  VALUE 0.
      88 WS-RC-ALL-FOUND                   VALUE 0.
      88 WS-RC-SOME-NOT-FOUND              VALUE 4.
      STOP RUN.

   0100-INITIALIZE.
      PERFORM 0150-LOAD-EDIT-RULES.
      OPEN INPUT REQFILE.
      IF WS-REQFILE-STATUS NOT = '00'
         DISPLAY 'REQFILE open failed - status = ' WS-REQFILE-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT XREFFILE.
      *> No holds file means no holds; any other failure is shown on
      *> each student rather than reported as no holds.
      OPEN INPUT HOLDFILE.
      IF WS-HOLDFILE-STATUS NOT = '00'
         AND WS-HOLDFILE-STATUS NOT = '05'
         DISPLAY 'HOLDIDX open failed - status = ' WS-HOLDFILE-STATUS
         SET WS-HOLDFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT INQRPT.
      MOVE 'STUDENT MASTER INQUIRY' TO INQ-REPORT-LINE.
      WRITE INQ-REPORT-LINE.

   COPY EDITLOAD.

   1000-SERVE-REQUEST.
      MOVE SPACES TO INQ-REPORT-LINE.
      WRITE INQ-REPORT-LINE.
      MOVE 'Y' TO WS-REQ-VALID-FLAG.
      MOVE 'Y' TO WS-REQ-CHECK-DIGIT-FLAG.
      MOVE 0 TO WS-CARD-HIT-COUNT.
      PERFORM 1100-EDIT-REQUEST.
      IF WS-REQ-VALID
   1100-EDIT-REQUEST.
      *> Card layout: type in column 1 (I single id, R id range,
      *> S all students with a status), low id in 3-7, high id in
      *> 9-13 (ranges only), status code in 15-16 (S only).  A
      *> single id must also carry a valid check digit.
      EVALUATE REQ-TYPE
         WHEN 'I'
            MOVE 'ID     ' TO WS-RE-TYPE
            MOVE REQ-ID-LOW TO WS-RE-DETAIL
            IF REQ-ID-LOW NUMERIC
               MOVE REQ-ID-LOW TO WS-ID-LOW
               MOVE WS-ID-LOW TO WS-CHK-ID
               PERFORM 1260-VERIFY-CHECK-DIGIT
               IF NOT WS-CHK-DIGIT-OK
                  MOVE 'N' TO WS-REQ-VALID-FLAG
                  MOVE 'N' TO WS-REQ-CHECK-DIGIT-FLAG
               END-IF
            ELSE
               MOVE 'N' TO WS-REQ-VALID-FLAG
            END-IF
      MOVE WS-REQUEST-ECHO TO INQ-REPORT-LINE.
      WRITE INQ-REPORT-LINE.
      IF NOT WS-REQ-VALID
         IF WS-REQ-CHECK-DIGIT-OK
            MOVE '  INVALID REQUEST CARD - SKIPPED' TO INQ-REPORT-LINE
         ELSE
            MOVE '  INVALID ID CHECK DIGIT - SKIPPED' TO INQ-REPORT-LINE
         END-IF
         WRITE INQ-REPORT-LINE
         ADD 1 TO WS-NOTFOUND-REQ-COUNT
      END-IF.

   COPY IDCHK.

   2000-SINGLE-ID-LOOKUP.
      MOVE WS-ID-LOW TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
      MOVE WS-INQ-DETAIL TO INQ-REPORT-LINE.
      WRITE INQ-REPORT-LINE.
      ADD 1 TO WS-CARD-HIT-COUNT.
      PERFORM 6100-WRITE-ACTIVE-HOLDS.

   6100-WRITE-ACTIVE-HOLDS.
      *> Every unreleased hold on the student, blocking or not, on
      *> its own line under the student line.  Released holds are
      *> history and are not shown.
      IF WS-HOLDFILE-OPEN-FAILED
         MOVE '    HOLD FILE UNAVAILABLE' TO INQ-REPORT-LINE
         WRITE INQ-REPORT-LINE
      ELSE
         PERFORM 6110-SCAN-HOLDS
      END-IF.

   6110-SCAN-HOLDS.
      MOVE STUDENT-ID-IX TO HOLD-STUDENT-ID-IX.
      MOVE LOW-VALUES    TO HOLD-TYPE-IX.
      MOVE 'N' TO WS-HOLD-DONE-FLAG.
      START HOLDFILE
         KEY IS NOT LESS THAN HOLD-KEY-IX
         INVALID KEY
            MOVE 'Y' TO WS-HOLD-DONE-FLAG
      END-START.
      PERFORM UNTIL WS-HOLD-DONE
         READ HOLDFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-HOLD-DONE-FLAG
            NOT AT END
               IF HOLD-STUDENT-ID-IX NOT = STUDENT-ID-IX
                  MOVE 'Y' TO WS-HOLD-DONE-FLAG
               ELSE
                  IF HOLD-RELEASED-DATE-IX = 0
                     PERFORM 6200-WRITE-HOLD-LINE
                  END-IF
               END-IF
         END-READ
      END-PERFORM.

   6200-WRITE-HOLD-LINE.
      EVALUATE HOLD-TYPE-IX
         WHEN 'F'    MOVE 'FINANCIAL'    TO WS-HL-TYPE
         WHEN 'D'    MOVE 'DISCIPLINARY' TO WS-HL-TYPE
         WHEN 'R'    MOVE 'REGISTRAR'    TO WS-HL-TYPE
         WHEN 'L'    MOVE 'LIBRARY'      TO WS-HL-TYPE
         WHEN OTHER  MOVE HOLD-TYPE-IX   TO WS-HL-TYPE
      END-EVALUATE.
      MOVE HOLD-PLACED-DATE-IX TO WS-HL-PLACED-DATE.
      MOVE HOLD-PLACED-BY-IX   TO WS-HL-PLACED-BY.
      IF HOLD-BLOCK-FLAG-IX = 'Y'
         MOVE 'BLOCK' TO WS-HL-BLOCK
      ELSE
         MOVE 'INFO ' TO WS-HL-BLOCK
      END-IF.
      MOVE HOLD-REASON-IX      TO WS-HL-REASON.
      MOVE WS-HOLD-LINE TO INQ-REPORT-LINE.
      WRITE INQ-REPORT-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO INQ-REPORT-LINE.
         CLOSE OUTFILE-INDEXED
      END-IF.
      CLOSE XREFFILE.
      IF NOT WS-HOLDFILE-OPEN-FAILED
         CLOSE HOLDFILE
      END-IF.
      CLOSE INQRPT.

   0700-SET-RETURN-CODE.
      *> 0 every card satisfied, 4 some cards found nothing (or were
      *> invalid), 8 no cards at all, 16 the master or the card file
      *> did not open.  An unreadable holds file is flagged on each
      *> student shown; the inquiry itself still runs.
      IF WS-OUTIDX-OPEN-FAILED OR WS-REQFILE-OPEN-FAILED
         SET WS-RC-MASTER-FAILURE TO TRUE
      ELSE
