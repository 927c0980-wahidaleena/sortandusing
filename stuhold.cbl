IDENTIFICATION DIVISION.
PROGRAM-ID. STUHOLD.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT HTRANFILE ASSIGN TO HTRNIN
         FILE STATUS IS WS-HTRANFILE-STATUS.
      SELECT HOLDFILE ASSIGN TO HOLDIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY-IX
         FILE STATUS IS WS-HOLDFILE-STATUS.
      SELECT OUTFILE-INDEXED ASSIGN TO OUTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT HTRANRPT ASSIGN TO HTRRPT
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD HTRANFILE.
      01 HOLD-TRAN-RECORD.
         05 HTRAN-ACTION           PIC X(1).
         05 HTRAN-STUDENT-ID       PIC 9(5).
         05 HTRAN-TYPE             PIC X(1).
         05 HTRAN-BLOCK-FLAG       PIC X(1).
         05 HTRAN-REASON           PIC X(30).
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
   FD HTRANRPT.
      01 HTRAN-REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-OPERATOR-ID             PIC X(20) VALUE SPACES.
   01 WS-HTRANFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-HTRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-HTRANFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-HOLDFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-HOLDFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-HOLDFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-TRAN-OK-FLAG            PIC X(1)  VALUE 'Y'.
      88 WS-TRAN-OK                        VALUE 'Y'.
   01 WS-ON-MASTER-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-ON-MASTER                      VALUE 'Y'.
   01 WS-REJECT-REASON           PIC X(25) VALUE SPACES.

   01 WS-TRAN-COUNT              PIC 9(7)  VALUE 0.
   01 WS-APPLIED-COUNT           PIC 9(7)  VALUE 0.
   01 WS-REJECTED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-ADD-COUNT               PIC 9(7)  VALUE 0.
   01 WS-CHANGE-COUNT            PIC 9(7)  VALUE 0.
   01 WS-DELETE-COUNT            PIC 9(7)  VALUE 0.

   01 WS-DETAIL-LINE.
      05 WS-DL-ID                PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-TYPE              PIC X(1).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-ACTION            PIC X(7).
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
      IF NOT WS-HOLDFILE-OPEN-FAILED
         AND NOT WS-HTRANFILE-OPEN-FAILED
         AND NOT WS-OUTIDX-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ HTRANFILE
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
      DISPLAY 'USER' UPON ENVIRONMENT-NAME.
      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      IF WS-OPERATOR-ID = SPACES
         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
      END-IF.
      OPEN INPUT HTRANFILE.
      IF WS-HTRANFILE-STATUS NOT = '00'
         DISPLAY 'HTRNIN open failed - status = '
            WS-HTRANFILE-STATUS
         SET WS-HTRANFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN I-O HOLDFILE.
      IF WS-HOLDFILE-STATUS = '35'
         *> First-ever run: create the file, then reopen I-O so the
         *> change and release READ/REWRITEs are legal.
         OPEN OUTPUT HOLDFILE
         IF WS-HOLDFILE-STATUS = '00'
            CLOSE HOLDFILE
            OPEN I-O HOLDFILE
         END-IF
      END-IF.
      IF WS-HOLDFILE-STATUS NOT = '00'
         DISPLAY 'HOLDIDX open failed - status = '
            WS-HOLDFILE-STATUS
         SET WS-HOLDFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT HTRANRPT.
      MOVE 'STUDENT HOLD MAINTENANCE - TRANSACTION REPORT'
         TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE SPACES TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.

   1000-APPLY-TRANSACTION.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      PERFORM 1100-EDIT-TRANSACTION.
      IF WS-TRAN-OK
         MOVE HTRAN-STUDENT-ID TO HOLD-STUDENT-ID-IX
         MOVE HTRAN-TYPE       TO HOLD-TYPE-IX
         EVALUATE HTRAN-ACTION
            WHEN 'A'
               PERFORM 2000-PLACE-HOLD
            WHEN 'C'
               PERFORM 3000-CHANGE-HOLD
            WHEN 'D'
               PERFORM 4000-RELEASE-HOLD
         END-EVALUATE
      END-IF.
      PERFORM 5000-REPORT-TRANSACTION.

   1100-EDIT-TRANSACTION.
      *> Card layout: action, STUDENT-ID, hold type, block flag
      *> (Y or N, blank taken as Y on a place), reason.  A places a
      *> hold, C changes its reason or block flag, D releases it -
      *> a released hold stays on file as history and is put back
      *> in force by placing it again.
      IF HTRAN-ACTION NOT = 'A' AND HTRAN-ACTION NOT = 'C'
         AND HTRAN-ACTION NOT = 'D'
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
      ELSE
         IF HTRAN-STUDENT-ID NOT NUMERIC
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'NON-NUMERIC STUDENT ID' TO WS-REJECT-REASON
         ELSE
            IF HTRAN-STUDENT-ID = 0
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'ZERO STUDENT ID' TO WS-REJECT-REASON
            ELSE
               IF HTRAN-TYPE NOT = 'F' AND HTRAN-TYPE NOT = 'D'
                  AND HTRAN-TYPE NOT = 'R' AND HTRAN-TYPE NOT = 'L'
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'INVALID HOLD TYPE' TO WS-REJECT-REASON
               ELSE
                  IF HTRAN-BLOCK-FLAG NOT = SPACE
                     AND HTRAN-BLOCK-FLAG NOT = 'Y'
                     AND HTRAN-BLOCK-FLAG NOT = 'N'
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'INVALID BLOCK FLAG' TO WS-REJECT-REASON
                  ELSE
                     IF HTRAN-ACTION = 'A'
                        PERFORM 1200-EDIT-PLACE
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-IF
      END-IF.

   1200-EDIT-PLACE.
      IF HTRAN-REASON = SPACES
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'BLANK HOLD REASON' TO WS-REJECT-REASON
      ELSE
         PERFORM 1300-CHECK-MASTER
         IF NOT WS-ON-MASTER
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
         END-IF
      END-IF.

   1300-CHECK-MASTER.
      MOVE 'N' TO WS-ON-MASTER-FLAG.
      MOVE HTRAN-STUDENT-ID TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE 'Y' TO WS-ON-MASTER-FLAG
      END-READ.

   2000-PLACE-HOLD.
      READ HOLDFILE
         INVALID KEY
            PERFORM 2100-WRITE-NEW-HOLD
         NOT INVALID KEY
            IF HOLD-RELEASED-DATE-IX = 0
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'HOLD ALREADY ACTIVE' TO WS-REJECT-REASON
            ELSE
               PERFORM 2200-SET-HOLD-FIELDS
               REWRITE HOLD-REC-IX
                  INVALID KEY
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-ADD-COUNT
               END-REWRITE
            END-IF
      END-READ.

   2100-WRITE-NEW-HOLD.
      MOVE HTRAN-STUDENT-ID TO HOLD-STUDENT-ID-IX.
      MOVE HTRAN-TYPE       TO HOLD-TYPE-IX.
      PERFORM 2200-SET-HOLD-FIELDS.
      WRITE HOLD-REC-IX
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'WRITE FAILED' TO WS-REJECT-REASON
         NOT INVALID KEY
            ADD 1 TO WS-ADD-COUNT
      END-WRITE.

   2200-SET-HOLD-FIELDS.
      MOVE WS-CURRENT-DATE  TO HOLD-PLACED-DATE-IX.
      MOVE WS-OPERATOR-ID   TO HOLD-PLACED-BY-IX.
      MOVE 0                TO HOLD-RELEASED-DATE-IX.
      MOVE SPACES           TO HOLD-RELEASED-BY-IX.
      MOVE HTRAN-REASON     TO HOLD-REASON-IX.
      IF HTRAN-BLOCK-FLAG = SPACE
         MOVE 'Y' TO HOLD-BLOCK-FLAG-IX
      ELSE
         MOVE HTRAN-BLOCK-FLAG TO HOLD-BLOCK-FLAG-IX
      END-IF.

   3000-CHANGE-HOLD.
      READ HOLDFILE
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON
         NOT INVALID KEY
            IF HOLD-RELEASED-DATE-IX NOT = 0
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'HOLD ALREADY RELEASED' TO WS-REJECT-REASON
            ELSE
               IF HTRAN-REASON NOT = SPACES
                  MOVE HTRAN-REASON TO HOLD-REASON-IX
               END-IF
               IF HTRAN-BLOCK-FLAG NOT = SPACE
                  MOVE HTRAN-BLOCK-FLAG TO HOLD-BLOCK-FLAG-IX
               END-IF
               REWRITE HOLD-REC-IX
                  INVALID KEY
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
            END-IF
      END-READ.

   4000-RELEASE-HOLD.
      READ HOLDFILE
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON
         NOT INVALID KEY
            IF HOLD-RELEASED-DATE-IX NOT = 0
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'HOLD ALREADY RELEASED' TO WS-REJECT-REASON
            ELSE
               MOVE WS-CURRENT-DATE TO HOLD-RELEASED-DATE-IX
               MOVE WS-OPERATOR-ID  TO HOLD-RELEASED-BY-IX
               REWRITE HOLD-REC-IX
                  INVALID KEY
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-DELETE-COUNT
               END-REWRITE
            END-IF
      END-READ.

   5000-REPORT-TRANSACTION.
      MOVE SPACES TO WS-DETAIL-LINE.
      MOVE HTRAN-STUDENT-ID TO WS-DL-ID.
      MOVE HTRAN-TYPE       TO WS-DL-TYPE.
      EVALUATE HTRAN-ACTION
         WHEN 'A'    MOVE 'PLACE'      TO WS-DL-ACTION
         WHEN 'C'    MOVE 'CHANGE'     TO WS-DL-ACTION
         WHEN 'D'    MOVE 'RELEASE'    TO WS-DL-ACTION
         WHEN OTHER  MOVE HTRAN-ACTION TO WS-DL-ACTION
      END-EVALUATE.
      IF WS-TRAN-OK
         MOVE 'APPLIED'  TO WS-DL-RESULT
         ADD 1 TO WS-APPLIED-COUNT
      ELSE
         MOVE 'REJECTED' TO WS-DL-RESULT
         MOVE WS-REJECT-REASON TO WS-DL-REASON
         ADD 1 TO WS-REJECTED-COUNT
      END-IF.
      MOVE WS-DETAIL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS READ      :' TO WS-TL-TEXT.
      MOVE WS-TRAN-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS APPLIED   :' TO WS-TL-TEXT.
      MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS REJECTED  :' TO WS-TL-TEXT.
      MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE 'HOLDS PLACED           :' TO WS-TL-TEXT.
      MOVE WS-ADD-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE 'HOLDS CHANGED          :' TO WS-TL-TEXT.
      MOVE WS-CHANGE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.
      MOVE 'HOLDS RELEASED         :' TO WS-TL-TEXT.
      MOVE WS-DELETE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO HTRAN-REPORT-LINE.
      WRITE HTRAN-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-HTRANFILE-OPEN-FAILED
         CLOSE HTRANFILE
      END-IF.
      IF NOT WS-HOLDFILE-OPEN-FAILED
         CLOSE HOLDFILE
      END-IF.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      CLOSE HTRANRPT.

   0700-SET-RETURN-CODE.
      *> Same convention as the master maintenance: 0 clean, 4 data
      *> rejects, 8 empty feed, 16 a file failure.
      IF WS-HOLDFILE-OPEN-FAILED OR WS-HTRANFILE-OPEN-FAILED
         OR WS-OUTIDX-OPEN-FAILED
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
