IDENTIFICATION DIVISION.
PROGRAM-ID. STUINTK.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT APPLFILE ASSIGN TO APPLIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-APPLFILE-STATUS.
      SELECT IDCTLFILE ASSIGN TO IDCTL
         FILE STATUS IS WS-IDCTL-STATUS.
      SELECT OUTFILE-INDEXED ASSIGN TO OUTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT OPTIONAL ARCFILE ASSIGN TO ARCIN
         FILE STATUS IS WS-ARCFILE-STATUS.
      SELECT OPTIONAL XREFFILE ASSIGN TO XREFIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS XREF-RETIRED-ID-X
         FILE STATUS IS WS-XREFFILE-STATUS.
      SELECT TRANFILE ASSIGN TO MAINTOUT
         FILE STATUS IS WS-TRANFILE-STATUS.
      SELECT INTKRPT ASSIGN TO INTKRPT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT OPTIONAL RULEFILE ASSIGN TO RULES
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD APPLFILE.
      01 APPLICANT-REC.
         05 APPL-REFERENCE         PIC X(10).
         05 APPL-NAME              PIC A(25).
         05 APPL-DOB               PIC 9(8).
         05 APPL-STATUS            PIC X(2).
         05 APPL-CAMPUS            PIC X(2).
         05 FILLER                 PIC X(33).
   FD IDCTLFILE.
      COPY IDCTLREC.
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
   FD ARCFILE.
      01 ARCHIVE-REC.
         05 ARC-STUDENT-ID         PIC 9(5).
         05 ARC-STUDENT-REST       PIC X(48).
         05 ARC-PURGE-DATE         PIC 9(8).
   FD XREFFILE.
      COPY XREFREC REPLACING
         ==XREF-REC==         BY ==XREF-REC-X==
         ==XREF-RETIRED-ID==  BY ==XREF-RETIRED-ID-X==
         ==XREF-SURVIVOR-ID== BY ==XREF-SURVIVOR-ID-X==
         ==XREF-MERGE-DATE==  BY ==XREF-MERGE-DATE-X==.
   FD TRANFILE.
      01 TRAN-RECORD.
         05 TRAN-ACTION            PIC X(1).
         05 TRAN-STUDENT-DATA      PIC X(53).
   FD INTKRPT.
      01 INTAKE-REPORT-LINE PIC X(80).
   FD RULEFILE.
      01 RULE-CARD.
         05 RULE-KEYWORD           PIC X(7).
         05 FILLER                 PIC X(1).
         05 RULE-VALUE             PIC X(72).

   WORKING-STORAGE SECTION.
   COPY STUDREC REPLACING
      ==STUDENT-REC==    BY ==STUDENT-REC-T==
      ==STUDENT-ID==     BY ==STUDENT-ID-T==
      ==STUDENT-NAME==   BY ==STUDENT-NAME-T==
      ==STUDENT-DOB==    BY ==STUDENT-DOB-T==
      ==STUDENT-GPA==    BY ==STUDENT-GPA-T==
      ==STUDENT-STATUS== BY ==STUDENT-STATUS-T==
      ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-T==
      ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-T==.

   COPY EDITRULE.

   01 WS-APPLFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-IDCTL-STATUS            PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-ARCFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-XREFFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-TRANFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-APPLFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-APPLFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-IDCTL-OPEN-FAILED-FLAG  PIC X(1)  VALUE 'N'.
      88 WS-IDCTL-OPEN-FAILED              VALUE 'Y'.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-ARCFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-ARCFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-XREFFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-XREFFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-TRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-TRANFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-IDCTL-NEW-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-IDCTL-NEW                      VALUE 'Y'.
   01 WS-IDCTL-OPEN-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-IDCTL-OPEN                     VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-ARC-AT-END-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-ARC-AT-END                     VALUE 'Y'.
   01 WS-APPL-OK-FLAG            PIC X(1)  VALUE 'Y'.
      88 WS-APPL-OK                        VALUE 'Y'.
   01 WS-ID-FREE-FLAG            PIC X(1)  VALUE 'N'.
      88 WS-ID-FREE                        VALUE 'Y'.
   01 WS-RANGE-EXHAUSTED-FLAG    PIC X(1)  VALUE 'N'.
      88 WS-RANGE-EXHAUSTED                VALUE 'Y'.

   01 WS-CURRENT-DATE            PIC 9(8).
   01 WS-REJECT-REASON           PIC X(25) VALUE SPACES.
   01 WS-NEXT-BASE               PIC 9(5)  VALUE 0.
   01 WS-FIRST-BASE              PIC 9(5)  VALUE 0.
   01 WS-NEW-ID                  PIC 9(5)  VALUE 0.
   01 WS-ZERO-GPA                PIC 9V99  VALUE 0.

   *> Every STUDENT-ID ever written to the archive, so a purged
   *> student's number is never handed to someone else.
   01 WS-ARCHIVED-TABLE.
      05 WS-ARCHIVED-FLAG        PIC X(1)  OCCURS 99999 TIMES
                                           VALUE 'N'.

   01 WS-APPL-READ-COUNT         PIC 9(7)  VALUE 0.
   01 WS-ASSIGNED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-APPL-REJECT-COUNT       PIC 9(7)  VALUE 0.
   01 WS-SKIP-LIVE-COUNT         PIC 9(7)  VALUE 0.
   01 WS-SKIP-ARCHIVED-COUNT     PIC 9(7)  VALUE 0.
   01 WS-SKIP-RETIRED-COUNT      PIC 9(7)  VALUE 0.
   01 WS-EDIT-REJECT-COUNT       PIC 9(7)  VALUE 0.

   01 WS-DETAIL-LINE.
      05 WS-DL-REFERENCE         PIC X(10).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-NAME              PIC X(25).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-CAMPUS            PIC X(2).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-ID                PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-RESULT            PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-REASON            PIC X(25).

   01 WS-TOTAL-LINE.
      05 WS-TL-TEXT              PIC X(25).
      05 WS-TL-COUNT             PIC ZZZZZZ9.

   01 WS-RETURN-CODE             PIC 9(3)  VALUE 0.
      88 WS-RC-SUCCESS                     VALUE 0.
      88 WS-RC-SOME-REJECTS                VALUE 4.
      88 WS-RC-NO-APPLICANTS               VALUE 8.
      88 WS-RC-FILE-FAILURE                VALUE 16.

PROCEDURE DIVISION.
   0000-MAIN.
      PERFORM 0100-INITIALIZE.
      IF NOT WS-APPLFILE-OPEN-FAILED
         AND NOT WS-IDCTL-OPEN-FAILED
         AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-ARCFILE-OPEN-FAILED
         AND NOT WS-XREFFILE-OPEN-FAILED
         AND NOT WS-TRANFILE-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ APPLFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG
               NOT AT END
                  ADD 1 TO WS-APPL-READ-COUNT
                  PERFORM 1000-PROCESS-APPLICANT
            END-READ
         END-PERFORM
         PERFORM 3000-UPDATE-ID-CONTROL
      END-IF.
      PERFORM 0800-WRITE-TOTALS.
      PERFORM 0900-TERMINATE.
      PERFORM 0700-SET-RETURN-CODE.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

   0100-INITIALIZE.
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      MOVE WS-CURRENT-DATE TO WS-DOB-HIGH.
      PERFORM 0150-LOAD-EDIT-RULES.
      OPEN INPUT APPLFILE.
      IF WS-APPLFILE-STATUS NOT = '00'
         DISPLAY 'APPLFILE open failed - status = ' WS-APPLFILE-STATUS
         SET WS-APPLFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      *> No cross-reference yet simply means no IDs have been
      *> retired; any other failure would let a retired ID be
      *> issued again, so nothing is numbered.
      OPEN INPUT XREFFILE.
      IF WS-XREFFILE-STATUS NOT = '00'
         AND WS-XREFFILE-STATUS NOT = '05'
         DISPLAY 'XREFIDX open failed - status = ' WS-XREFFILE-STATUS
         SET WS-XREFFILE-OPEN-FAILED TO TRUE
      END-IF.
      PERFORM 0200-LOAD-ARCHIVED-IDS.
      PERFORM 0300-READ-ID-CONTROL.
      OPEN OUTPUT TRANFILE.
      IF WS-TRANFILE-STATUS NOT = '00'
         DISPLAY 'MAINTOUT open failed - status = ' WS-TRANFILE-STATUS
         SET WS-TRANFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT INTKRPT.
      MOVE 'NEW-STUDENT INTAKE - ID ASSIGNMENT REPORT'
         TO INTAKE-REPORT-LINE.
      WRITE INTAKE-REPORT-LINE.
      MOVE SPACES TO INTAKE-REPORT-LINE.
      WRITE INTAKE-REPORT-LINE.

   COPY EDITLOAD.

   0200-LOAD-ARCHIVED-IDS.
      *> No archive yet simply means nothing has been purged.
      OPEN INPUT ARCFILE.
      IF WS-ARCFILE-STATUS NOT = '00' AND WS-ARCFILE-STATUS NOT = '05'
         DISPLAY 'ARCIN open failed - status = ' WS-ARCFILE-STATUS
         SET WS-ARCFILE-OPEN-FAILED TO TRUE
      ELSE
         PERFORM UNTIL WS-ARC-AT-END
            READ ARCFILE
               AT END MOVE 'Y' TO WS-ARC-AT-END-FLAG
               NOT AT END
                  IF ARC-STUDENT-ID NUMERIC AND ARC-STUDENT-ID > 0
                     MOVE 'Y' TO WS-ARCHIVED-FLAG(ARC-STUDENT-ID)
                  END-IF
            END-READ
         END-PERFORM
         CLOSE ARCFILE
      END-IF.

   0300-READ-ID-CONTROL.
      *> The control record is read and later rewritten in place.
      *> On the first-ever run there is no file yet: numbering
      *> starts at the bottom, and the IDCHECK rule (below) lifts it
      *> into the checked range.
      OPEN I-O IDCTLFILE.
      IF WS-IDCTL-STATUS = '35'
         SET WS-IDCTL-NEW TO TRUE
         MOVE SPACES TO IDCTL-REC
         MOVE 1 TO IDCTL-NEXT-BASE
         MOVE 0 TO IDCTL-LAST-ID
         MOVE 0 TO IDCTL-LAST-DATE
         MOVE 0 TO IDCTL-ISSUED-COUNT
      ELSE
         IF WS-IDCTL-STATUS NOT = '00'
            DISPLAY 'IDCTL open failed - status = ' WS-IDCTL-STATUS
            SET WS-IDCTL-OPEN-FAILED TO TRUE
         ELSE
            SET WS-IDCTL-OPEN TO TRUE
            READ IDCTLFILE
               AT END
                  DISPLAY 'IDCTL control record missing'
                  SET WS-IDCTL-OPEN-FAILED TO TRUE
            END-READ
         END-IF
      END-IF.
      IF NOT WS-IDCTL-OPEN-FAILED
         MOVE IDCTL-NEXT-BASE TO WS-NEXT-BASE
         *> Never issue below the first checked ID: those numbers
         *> belong to the campuses' old hand-assigned range.
         IF WS-IDCHECK-FROM > 0
            DIVIDE WS-IDCHECK-FROM BY 10
               GIVING WS-FIRST-BASE REMAINDER WS-CHK-REMAINDER
            IF WS-CHK-REMAINDER > 0
               ADD 1 TO WS-FIRST-BASE
            END-IF
            IF WS-NEXT-BASE < WS-FIRST-BASE
               MOVE WS-FIRST-BASE TO WS-NEXT-BASE
            END-IF
         END-IF
         IF WS-NEXT-BASE = 0
            MOVE 1 TO WS-NEXT-BASE
         END-IF
      END-IF.

   1000-PROCESS-APPLICANT.
      MOVE 'Y' TO WS-APPL-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      PERFORM 1100-EDIT-APPLICANT.
      IF WS-APPL-OK
         PERFORM 2000-ASSIGN-NEXT-ID
         IF WS-RANGE-EXHAUSTED
            MOVE 'N' TO WS-APPL-OK-FLAG
            MOVE 'ID RANGE EXHAUSTED' TO WS-REJECT-REASON
         END-IF
      END-IF.
      IF WS-APPL-OK
         PERFORM 2500-WRITE-ADD-TRANSACTION
      ELSE
         ADD 1 TO WS-APPL-REJECT-COUNT
      END-IF.
      PERFORM 5000-WRITE-DETAIL.

   1100-EDIT-APPLICANT.
      *> Same edits STUMAINT will make on the add, caught here so a
      *> number is not spent on an applicant who cannot be loaded.
      IF APPL-NAME = SPACES
         MOVE 'N' TO WS-APPL-OK-FLAG
         MOVE 'BLANK STUDENT NAME' TO WS-REJECT-REASON
      ELSE
         IF APPL-CAMPUS = SPACES
            MOVE 'N' TO WS-APPL-OK-FLAG
            MOVE 'BLANK CAMPUS CODE' TO WS-REJECT-REASON
         ELSE
            PERFORM 1200-EDIT-FIELDS
         END-IF
      END-IF.

   1200-EDIT-FIELDS.
      MOVE 'Y' TO WS-FIELD-EDITS-OK-FLAG.
      PERFORM 1210-EDIT-DOB.
      IF WS-FIELD-EDITS-OK
         PERFORM 1230-EDIT-STATUS
      END-IF.
      IF NOT WS-FIELD-EDITS-OK
         MOVE 'N' TO WS-APPL-OK-FLAG
      END-IF.

   COPY EDITCHK REPLACING
      ==EDIT-DOB-FLD==    BY ==APPL-DOB==
      ==EDIT-GPA-FLD==    BY ==WS-ZERO-GPA==
      ==EDIT-STATUS-FLD== BY ==APPL-STATUS==.

   COPY IDCHK.

   1290-REJECT-DOB.
      MOVE 'N' TO WS-FIELD-EDITS-OK-FLAG.
      MOVE 'INVALID DATE OF BIRTH' TO WS-REJECT-REASON.
      ADD 1 TO WS-EDIT-REJECT-COUNT.

   1295-REJECT-GPA.
      MOVE 'N' TO WS-FIELD-EDITS-OK-FLAG.
      MOVE 'GPA OUT OF RANGE' TO WS-REJECT-REASON.
      ADD 1 TO WS-EDIT-REJECT-COUNT.

   1296-REJECT-STATUS.
      MOVE 'N' TO WS-FIELD-EDITS-OK-FLAG.
      MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON.
      ADD 1 TO WS-EDIT-REJECT-COUNT.

   2000-ASSIGN-NEXT-ID.
      *> Walk the bases from the control record until one yields an
      *> ID that is not live, archived or retired.  Base 9999 is the
      *> last; past it the range is exhausted and the step stops
      *> issuing until the registrar widens the scheme.
      MOVE 'N' TO WS-ID-FREE-FLAG.
      PERFORM UNTIL WS-ID-FREE OR WS-RANGE-EXHAUSTED
         IF WS-NEXT-BASE > 9999
            SET WS-RANGE-EXHAUSTED TO TRUE
         ELSE
            MOVE WS-NEXT-BASE TO WS-CHK-BASE
            PERFORM 1250-COMPUTE-CHECK-DIGIT
            COMPUTE WS-NEW-ID = WS-NEXT-BASE * 10 + WS-CHK-DIGIT
            ADD 1 TO WS-NEXT-BASE
            PERFORM 2100-CHECK-ID-FREE
         END-IF
      END-PERFORM.

   2100-CHECK-ID-FREE.
      MOVE 'Y' TO WS-ID-FREE-FLAG.
      IF WS-ARCHIVED-FLAG(WS-NEW-ID) = 'Y'
         MOVE 'N' TO WS-ID-FREE-FLAG
         ADD 1 TO WS-SKIP-ARCHIVED-COUNT
      END-IF.
      IF WS-ID-FREE
         MOVE WS-NEW-ID TO STUDENT-ID-IX
         READ OUTFILE-INDEXED
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'N' TO WS-ID-FREE-FLAG
               ADD 1 TO WS-SKIP-LIVE-COUNT
         END-READ
      END-IF.
      IF WS-ID-FREE
         MOVE WS-NEW-ID TO XREF-RETIRED-ID-X
         READ XREFFILE
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'N' TO WS-ID-FREE-FLAG
               ADD 1 TO WS-SKIP-RETIRED-COUNT
         END-READ
      END-IF.

   2500-WRITE-ADD-TRANSACTION.
      MOVE WS-NEW-ID       TO STUDENT-ID-T.
      MOVE APPL-NAME       TO STUDENT-NAME-T.
      MOVE APPL-DOB        TO STUDENT-DOB-T.
      MOVE 0               TO STUDENT-GPA-T.
      MOVE APPL-STATUS     TO STUDENT-STATUS-T.
      MOVE APPL-CAMPUS     TO STUDENT-CAMPUS-T.
      MOVE WS-CURRENT-DATE TO STUDENT-LASTACT-T.
      MOVE 'A'             TO TRAN-ACTION.
      MOVE STUDENT-REC-T   TO TRAN-STUDENT-DATA.
      WRITE TRAN-RECORD.
      ADD 1 TO WS-ASSIGNED-COUNT.
      MOVE WS-NEW-ID       TO IDCTL-LAST-ID.
      MOVE WS-CURRENT-DATE TO IDCTL-LAST-DATE.
      ADD 1 TO IDCTL-ISSUED-COUNT.

   3000-UPDATE-ID-CONTROL.
      *> The next base is saved even when every number tried was
      *> skipped, so the next run does not probe them again.
      MOVE WS-NEXT-BASE TO IDCTL-NEXT-BASE.
      IF WS-IDCTL-NEW
         OPEN OUTPUT IDCTLFILE
         IF WS-IDCTL-STATUS NOT = '00'
            DISPLAY 'IDCTL create failed - status = ' WS-IDCTL-STATUS
            SET WS-IDCTL-OPEN-FAILED TO TRUE
         ELSE
            SET WS-IDCTL-OPEN TO TRUE
            WRITE IDCTL-REC
         END-IF
      ELSE
         REWRITE IDCTL-REC
      END-IF.
      IF WS-IDCTL-STATUS NOT = '00'
         DISPLAY 'IDCTL update failed - status = ' WS-IDCTL-STATUS
         SET WS-IDCTL-OPEN-FAILED TO TRUE
      END-IF.

   5000-WRITE-DETAIL.
      MOVE APPL-REFERENCE TO WS-DL-REFERENCE.
      MOVE APPL-NAME      TO WS-DL-NAME.
      MOVE APPL-CAMPUS    TO WS-DL-CAMPUS.
      IF WS-APPL-OK
         MOVE WS-NEW-ID   TO WS-DL-ID
         MOVE 'ASSIGNED'  TO WS-DL-RESULT
         MOVE SPACES      TO WS-DL-REASON
      ELSE
         MOVE SPACES      TO WS-DL-ID
         MOVE 'REJECTED'  TO WS-DL-RESULT
         MOVE WS-REJECT-REASON TO WS-DL-REASON
      END-IF.
      MOVE WS-DETAIL-LINE TO INTAKE-REPORT-LINE.
      WRITE INTAKE-REPORT-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO INTAKE-REPORT-LINE.
      WRITE INTAKE-REPORT-LINE.
      MOVE 'APPLICANTS READ        :' TO WS-TL-TEXT.
      MOVE WS-APPL-READ-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'IDS ASSIGNED           :' TO WS-TL-TEXT.
      MOVE WS-ASSIGNED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'APPLICANTS REJECTED    :' TO WS-TL-TEXT.
      MOVE WS-APPL-REJECT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'IDS SKIPPED - LIVE     :' TO WS-TL-TEXT.
      MOVE WS-SKIP-LIVE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'IDS SKIPPED - ARCHIVED :' TO WS-TL-TEXT.
      MOVE WS-SKIP-ARCHIVED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'IDS SKIPPED - RETIRED  :' TO WS-TL-TEXT.
      MOVE WS-SKIP-RETIRED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'NEXT ID BASE           :' TO WS-TL-TEXT.
      MOVE WS-NEXT-BASE TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      IF WS-RANGE-EXHAUSTED
         MOVE '*** STUDENT-ID RANGE EXHAUSTED ***'
            TO INTAKE-REPORT-LINE
         WRITE INTAKE-REPORT-LINE
      END-IF.

   0810-WRITE-TOTAL-LINE.
      MOVE WS-TOTAL-LINE TO INTAKE-REPORT-LINE.
      WRITE INTAKE-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-APPLFILE-OPEN-FAILED
         CLOSE APPLFILE
      END-IF.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      IF NOT WS-XREFFILE-OPEN-FAILED
         CLOSE XREFFILE
      END-IF.
      IF WS-IDCTL-OPEN
         CLOSE IDCTLFILE
      END-IF.
      IF NOT WS-TRANFILE-OPEN-FAILED
         CLOSE TRANFILE
      END-IF.
      CLOSE INTKRPT.

   0700-SET-RETURN-CODE.
      *> 0 every applicant numbered, 4 some rejected (see the
      *> report), 8 no applicants, 16 a file did not open or the
      *> control record could not be updated, or the ID range ran
      *> out.
      IF WS-APPLFILE-OPEN-FAILED OR WS-IDCTL-OPEN-FAILED
         OR WS-OUTIDX-OPEN-FAILED OR WS-ARCFILE-OPEN-FAILED
         OR WS-XREFFILE-OPEN-FAILED
         OR WS-TRANFILE-OPEN-FAILED OR WS-RANGE-EXHAUSTED
         SET WS-RC-FILE-FAILURE TO TRUE
      ELSE
         IF WS-APPL-READ-COUNT = 0
            SET WS-RC-NO-APPLICANTS TO TRUE
         ELSE
            IF WS-APPL-REJECT-COUNT > 0
               SET WS-RC-SOME-REJECTS TO TRUE
            ELSE
               SET WS-RC-SUCCESS TO TRUE
            END-IF
         END-IF
      END-IF.
