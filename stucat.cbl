IDENTIFICATION DIVISION.
PROGRAM-ID. STUCAT.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT CATTRANFILE ASSIGN TO CATIN
         FILE STATUS IS WS-CATTRANFILE-STATUS.
      SELECT CATFILE ASSIGN TO CATIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CATALOG-CODE-IX
         FILE STATUS IS WS-CATFILE-STATUS.
      SELECT CATTRANRPT ASSIGN TO CATRPT
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD CATTRANFILE.
      01 CATALOG-TRAN-RECORD.
         05 CATTRAN-ACTION         PIC X(1).
         05 CATTRAN-CATALOG-DATA   PIC X(50).
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
   FD CATTRANRPT.
      01 CATTRAN-REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
   COPY CATLREC REPLACING
      ==CATALOG-REC==          BY ==CATALOG-REC-T==
      ==CATALOG-CODE==         BY ==CATALOG-CODE-T==
      ==CATALOG-TITLE==        BY ==CATALOG-TITLE-T==
      ==CATALOG-DEPT==         BY ==CATALOG-DEPT-T==
      ==CATALOG-CREDITS==      BY ==CATALOG-CREDITS-T==
      ==CATALOG-STATUS==       BY ==CATALOG-STATUS-T==
      ==CATALOG-RETIRED-TERM== BY ==CATALOG-RETIRED-TERM-T==
      ==CATALOG-LASTACT==      BY ==CATALOG-LASTACT-T==.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-CATTRANFILE-STATUS      PIC X(2)  VALUE SPACES.
   01 WS-CATTRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CATTRANFILE-OPEN-FAILED        VALUE 'Y'.
   01 WS-CATFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-CATFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CATFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-TRAN-OK-FLAG            PIC X(1)  VALUE 'Y'.
      88 WS-TRAN-OK                        VALUE 'Y'.
   01 WS-REJECT-REASON           PIC X(25) VALUE SPACES.

   01 WS-TRAN-COUNT              PIC 9(7)  VALUE 0.
   01 WS-APPLIED-COUNT           PIC 9(7)  VALUE 0.
   01 WS-REJECTED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-ADD-COUNT               PIC 9(7)  VALUE 0.
   01 WS-CHANGE-COUNT            PIC 9(7)  VALUE 0.
   01 WS-RETIRE-COUNT            PIC 9(7)  VALUE 0.

   01 WS-DETAIL-LINE.
      05 WS-DL-CODE              PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-ACTION            PIC X(6).
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
      IF NOT WS-CATFILE-OPEN-FAILED
         AND NOT WS-CATTRANFILE-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ CATTRANFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG
               NOT AT END
                  ADD 1 TO WS-TRAN-COUNT
                  PERFORM 1000-APPLY-TRANSACTION
            END-READ
         END-PERFORM
      END-IF.
      PERFORM 0800-WRITE-TOTALS.
      PERFORM 0900-TERMINATE.
      PERFORM 0700-SET-RETURN-CODE.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

   0100-INITIALIZE.
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      OPEN INPUT CATTRANFILE.
      IF WS-CATTRANFILE-STATUS NOT = '00'
         DISPLAY 'CATIN open failed - status = '
            WS-CATTRANFILE-STATUS
         SET WS-CATTRANFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN I-O CATFILE.
      IF WS-CATFILE-STATUS = '35'
         *> First-ever run: create the file, then reopen I-O so the
         *> change and retire READ/REWRITEs are legal.
         OPEN OUTPUT CATFILE
         IF WS-CATFILE-STATUS = '00'
            CLOSE CATFILE
            OPEN I-O CATFILE
         END-IF
      END-IF.
      IF WS-CATFILE-STATUS NOT = '00'
         DISPLAY 'CATIDX open failed - status = '
            WS-CATFILE-STATUS
         SET WS-CATFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT CATTRANRPT.
      MOVE 'COURSE CATALOG MAINTENANCE - TRANSACTION REPORT'
         TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE SPACES TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.

   1000-APPLY-TRANSACTION.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      MOVE CATTRAN-CATALOG-DATA TO CATALOG-REC-T.
      PERFORM 1100-EDIT-TRANSACTION.
      IF WS-TRAN-OK
         EVALUATE CATTRAN-ACTION
            WHEN 'A'
               PERFORM 2000-ADD-COURSE
            WHEN 'C'
               PERFORM 3000-CHANGE-COURSE
            WHEN 'R'
               PERFORM 4000-RETIRE-COURSE
         END-EVALUATE
      END-IF.
      PERFORM 5000-REPORT-TRANSACTION.

   1100-EDIT-TRANSACTION.
      *> Card layout is the catalog record itself after the action
      *> byte: code, title, department, credits, status, retired
      *> term.  Adds and changes must carry a title, a department
      *> and nonzero credit hours; a change with status A puts a
      *> retired course back in service.  Retires need only the code
      *> and the first term the course is no longer offered - a
      *> course is never deleted, so old enrollments keep their
      *> title on the transcript.
      IF CATTRAN-ACTION NOT = 'A' AND CATTRAN-ACTION NOT = 'C'
         AND CATTRAN-ACTION NOT = 'R'
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
      ELSE
         IF CATALOG-CODE-T = SPACES
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'BLANK COURSE CODE' TO WS-REJECT-REASON
         ELSE
            IF CATTRAN-ACTION = 'R'
               IF CATALOG-RETIRED-TERM-T NOT NUMERIC
                  OR CATALOG-RETIRED-TERM-T = 0
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'INVALID RETIREMENT TERM' TO WS-REJECT-REASON
               END-IF
            ELSE
               PERFORM 1200-EDIT-COURSE-FIELDS
            END-IF
         END-IF
      END-IF.

   1200-EDIT-COURSE-FIELDS.
      IF CATALOG-TITLE-T = SPACES
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'BLANK COURSE TITLE' TO WS-REJECT-REASON
      ELSE
         IF CATALOG-DEPT-T = SPACES
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'BLANK DEPARTMENT' TO WS-REJECT-REASON
         ELSE
            IF CATALOG-CREDITS-T NOT NUMERIC
               OR CATALOG-CREDITS-T = 0
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'INVALID CREDIT HOURS' TO WS-REJECT-REASON
            ELSE
               IF CATALOG-STATUS-T NOT = SPACE
                  AND CATALOG-STATUS-T NOT = 'A'
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'INVALID CATALOG STATUS' TO WS-REJECT-REASON
               END-IF
            END-IF
         END-IF
      END-IF.

   2000-ADD-COURSE.
      MOVE CATALOG-CODE-T    TO CATALOG-CODE-IX.
      MOVE CATALOG-TITLE-T   TO CATALOG-TITLE-IX.
      MOVE CATALOG-DEPT-T    TO CATALOG-DEPT-IX.
      MOVE CATALOG-CREDITS-T TO CATALOG-CREDITS-IX.
      MOVE 'A'               TO CATALOG-STATUS-IX.
      MOVE 0                 TO CATALOG-RETIRED-TERM-IX.
      MOVE WS-CURRENT-DATE   TO CATALOG-LASTACT-IX.
      WRITE CATALOG-REC-IX
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'COURSE ALREADY ON FILE' TO WS-REJECT-REASON
         NOT INVALID KEY
            ADD 1 TO WS-ADD-COUNT
      END-WRITE.

   3000-CHANGE-COURSE.
      MOVE CATALOG-CODE-T TO CATALOG-CODE-IX.
      READ CATFILE
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'COURSE NOT ON FILE' TO WS-REJECT-REASON
         NOT INVALID KEY
            MOVE CATALOG-TITLE-T   TO CATALOG-TITLE-IX
            MOVE CATALOG-DEPT-T    TO CATALOG-DEPT-IX
            MOVE CATALOG-CREDITS-T TO CATALOG-CREDITS-IX
            IF CATALOG-STATUS-T = 'A'
               MOVE 'A' TO CATALOG-STATUS-IX
               MOVE 0   TO CATALOG-RETIRED-TERM-IX
            END-IF
            MOVE WS-CURRENT-DATE   TO CATALOG-LASTACT-IX
            REWRITE CATALOG-REC-IX
               INVALID KEY
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                  ADD 1 TO WS-CHANGE-COUNT
            END-REWRITE
      END-READ.

   4000-RETIRE-COURSE.
      MOVE CATALOG-CODE-T TO CATALOG-CODE-IX.
      READ CATFILE
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'COURSE NOT ON FILE' TO WS-REJECT-REASON
         NOT INVALID KEY
            IF CATALOG-STATUS-IX = 'R'
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'COURSE ALREADY RETIRED' TO WS-REJECT-REASON
            ELSE
               MOVE 'R'                    TO CATALOG-STATUS-IX
               MOVE CATALOG-RETIRED-TERM-T TO CATALOG-RETIRED-TERM-IX
               MOVE WS-CURRENT-DATE        TO CATALOG-LASTACT-IX
               REWRITE CATALOG-REC-IX
                  INVALID KEY
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-RETIRE-COUNT
               END-REWRITE
            END-IF
      END-READ.

   5000-REPORT-TRANSACTION.
      MOVE SPACES TO WS-DETAIL-LINE.
      MOVE CATALOG-CODE-T TO WS-DL-CODE.
      EVALUATE CATTRAN-ACTION
         WHEN 'A'    MOVE 'ADD'          TO WS-DL-ACTION
         WHEN 'C'    MOVE 'CHANGE'       TO WS-DL-ACTION
         WHEN 'R'    MOVE 'RETIRE'       TO WS-DL-ACTION
         WHEN OTHER  MOVE CATTRAN-ACTION TO WS-DL-ACTION
      END-EVALUATE.
      IF WS-TRAN-OK
         MOVE 'APPLIED'  TO WS-DL-RESULT
         ADD 1 TO WS-APPLIED-COUNT
      ELSE
         MOVE 'REJECTED' TO WS-DL-RESULT
         MOVE WS-REJECT-REASON TO WS-DL-REASON
         ADD 1 TO WS-REJECTED-COUNT
      END-IF.
      MOVE WS-DETAIL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS READ      :' TO WS-TL-TEXT.
      MOVE WS-TRAN-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS APPLIED   :' TO WS-TL-TEXT.
      MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS REJECTED  :' TO WS-TL-TEXT.
      MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE 'COURSES ADDED          :' TO WS-TL-TEXT.
      MOVE WS-ADD-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE 'COURSES CHANGED        :' TO WS-TL-TEXT.
      MOVE WS-CHANGE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.
      MOVE 'COURSES RETIRED        :' TO WS-TL-TEXT.
      MOVE WS-RETIRE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CATTRAN-REPORT-LINE.
      WRITE CATTRAN-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-CATTRANFILE-OPEN-FAILED
         CLOSE CATTRANFILE
      END-IF.
      IF NOT WS-CATFILE-OPEN-FAILED
         CLOSE CATFILE
      END-IF.
      CLOSE CATTRANRPT.

   0700-SET-RETURN-CODE.
      *> Same convention as the other maintenance steps: 0 clean,
      *> 4 data rejects, 8 empty feed, 16 a file failure.
      IF WS-CATFILE-OPEN-FAILED OR WS-CATTRANFILE-OPEN-FAILED
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
