         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT OPTIONAL HOLDFILE ASSIGN TO HOLDIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY-IX
         FILE STATUS IS WS-HOLDFILE-STATUS.
      SELECT ARCFILE ASSIGN TO ARCOUT.
      SELECT PURGERPT ASSIGN TO PRGRPT
         ORGANIZATION IS LINE SEQUENTIAL.
         ==STUDENT-STATUS== BY ==STUDENT-STATUS-IX==
         ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-IX==
         ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-IX==.
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
   FD ARCFILE.
      01 ARCHIVE-RECORD.
         05 ARC-STUDENT-DATA       PIC X(53).
   WORKING-STORAGE SECTION.
   01 WS-ARCCTL-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-HOLDFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-HOLDFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-HOLDFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-CONTROL-OK-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CONTROL-OK                     VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-INACTIVE-FOUND-FLAG     PIC X(1)  VALUE 'N'.
      88 WS-INACTIVE-FOUND                 VALUE 'Y'.
   01 WS-HOLD-DONE-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-HOLD-DONE                      VALUE 'Y'.
   01 WS-ACTIVE-HOLD-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-ACTIVE-HOLD                    VALUE 'Y'.

   01 WS-ASOF-DATE               PIC 9(8)  VALUE 0.
   01 WS-RETENTION-YEARS         PIC 9(2)  VALUE 0.
   01 WS-BEFORE-COUNT            PIC 9(7)  VALUE 0.
   01 WS-ARCHIVED-COUNT          PIC 9(7)  VALUE 0.
   01 WS-AFTER-COUNT             PIC 9(7)  VALUE 0.
   01 WS-HELD-COUNT              PIC 9(7)  VALUE 0.

   01 WS-PURGE-DETAIL.
      05 WS-PD-ID                PIC 9(5).
      05 WS-PD-CAMPUS            PIC X(2).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-PD-LASTACT           PIC 9(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-PD-NOTE              PIC X(20).

   01 WS-TOTAL-LINE.
      05 WS-TL-TEXT              PIC X(25).
      PERFORM 8000-LOG-STEP-START.
      PERFORM 0100-INITIALIZE.
      IF WS-CONTROL-OK AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-HOLDFILE-OPEN-FAILED
         PERFORM 1000-SWEEP-MASTER
         PERFORM 1500-RECOUNT-MASTER
      END-IF.
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      *> No holds file means no holds; any other failure purges
      *> nothing, since an unreadable file would clear every hold.
      OPEN INPUT HOLDFILE.
      IF WS-HOLDFILE-STATUS NOT = '00'
         AND WS-HOLDFILE-STATUS NOT = '05'
         DISPLAY 'HOLDIDX open failed - status = ' WS-HOLDFILE-STATUS
         SET WS-HOLDFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT ARCFILE.
      OPEN OUTPUT PURGERPT.
      MOVE WS-CUTOFF-DATE-N TO WS-HL-CUTOFF.
         AND STUDENT-LASTACT-IX NUMERIC
         AND STUDENT-LASTACT-IX > 0
         AND STUDENT-LASTACT-IX < WS-CUTOFF-DATE-N
         PERFORM 2100-CHECK-ACTIVE-HOLD
         IF WS-ACTIVE-HOLD
            ADD 1 TO WS-HELD-COUNT
            MOVE 'KEPT - ACTIVE HOLD' TO WS-PD-NOTE
            PERFORM 3100-REPORT-ARCHIVED
         ELSE
            PERFORM 3000-ARCHIVE-RECORD
         END-IF
      END-IF.

   2100-CHECK-ACTIVE-HOLD.
      *> A student with any unreleased hold - blocking or not - stays
      *> on the master until the office that placed it releases it.
      MOVE 'N' TO WS-ACTIVE-HOLD-FLAG.
      MOVE STUDENT-ID-IX TO HOLD-STUDENT-ID-IX.
      MOVE LOW-VALUES    TO HOLD-TYPE-IX.
      MOVE 'N' TO WS-HOLD-DONE-FLAG.
      START HOLDFILE
         KEY IS NOT LESS THAN HOLD-KEY-IX
         INVALID KEY
            MOVE 'Y' TO WS-HOLD-DONE-FLAG
      END-START.
      PERFORM UNTIL WS-HOLD-DONE OR WS-ACTIVE-HOLD
         READ HOLDFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-HOLD-DONE-FLAG
            NOT AT END
               IF HOLD-STUDENT-ID-IX NOT = STUDENT-ID-IX
                  MOVE 'Y' TO WS-HOLD-DONE-FLAG
               ELSE
                  IF HOLD-RELEASED-DATE-IX = 0
                     MOVE 'Y' TO WS-ACTIVE-HOLD-FLAG
                  END-IF
               END-IF
         END-READ
      END-PERFORM.

   1500-RECOUNT-MASTER.
      *> Re-sweep what is left on the master so the after figure on
      *> the purge report is a real count, not arithmetic - a failed
            DISPLAY 'Delete failed for student ' STUDENT-ID-IX
         NOT INVALID KEY
            ADD 1 TO WS-ARCHIVED-COUNT
            MOVE SPACES TO WS-PD-NOTE
            PERFORM 3100-REPORT-ARCHIVED
      END-DELETE.

   3100-REPORT-ARCHIVED.
      MOVE STUDENT-ID-IX      TO WS-PD-ID.
      MOVE STUDENT-NAME-IX    TO WS-PD-NAME.
      MOVE STUDENT-STATUS-IX  TO WS-PD-STATUS.
      MOVE WS-ARCHIVED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO PURGE-REPORT-LINE.
      WRITE PURGE-REPORT-LINE.
      MOVE 'KEPT - ACTIVE HOLD     :' TO WS-TL-TEXT.
      MOVE WS-HELD-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO PURGE-REPORT-LINE.
      WRITE PURGE-REPORT-LINE.
      MOVE 'MASTER AFTER PURGE     :' TO WS-TL-TEXT.
      MOVE WS-AFTER-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO PURGE-REPORT-LINE.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      IF NOT WS-HOLDFILE-OPEN-FAILED
         CLOSE HOLDFILE
      END-IF.
      CLOSE ARCFILE.
      CLOSE PURGERPT.

   0700-SET-RETURN-CODE.
      *> 8 tells the scheduler the purge did not run for want of a
      *> usable control card; 16 means the master or the holds file
      *> failed and nothing was purged.
      IF WS-OUTIDX-OPEN-FAILED OR WS-HOLDFILE-OPEN-FAILED
         SET WS-RC-MASTER-FAILURE TO TRUE
      ELSE
         IF NOT WS-CONTROL-OK
