IDENTIFICATION DIVISION.
PROGRAM-ID. STUDECL.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT DTRANFILE ASSIGN TO DTRNIN
         FILE STATUS IS WS-DTRANFILE-STATUS.
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
      SELECT DEGRFILE ASSIGN TO DEGRIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DEGRFILE-STATUS.
      SELECT DTRANRPT ASSIGN TO DTRRPT
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD DTRANFILE.
      01 DECL-TRAN-RECORD.
         05 DTRAN-ACTION           PIC X(1).
         05 DTRAN-STUDENT-ID       PIC 9(5).
         05 DTRAN-PROGRAM          PIC X(6).
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
   FD DEGRFILE.
      COPY DEGRREC.
   FD DTRANRPT.
      01 DTRAN-REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
   COPY DEGRTBL.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-OPERATOR-ID             PIC X(20) VALUE SPACES.
   01 WS-DTRANFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-DTRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-DTRANFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-DECLFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-DECLFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-DECLFILE-OPEN-FAILED           VALUE 'Y'.
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
      05 WS-DL-PROGRAM           PIC X(6).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-ACTION            PIC X(7).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-RESULT            PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-REASON            PIC X(25).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-DL-WAS-TEXT          PIC X(4).
      05 WS-DL-WAS-PROGRAM       PIC X(6).

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
      IF NOT WS-DECLFILE-OPEN-FAILED
         AND NOT WS-DTRANFILE-OPEN-FAILED
         AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-DEGRFILE-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ DTRANFILE
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
      PERFORM 0190-LOAD-DEGREE-RULES.
      OPEN INPUT DTRANFILE.
      IF WS-DTRANFILE-STATUS NOT = '00'
         DISPLAY 'DTRNIN open failed - status = '
            WS-DTRANFILE-STATUS
         SET WS-DTRANFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN I-O DECLFILE.
      IF WS-DECLFILE-STATUS = '35'
         *> First-ever run: create the file, then reopen I-O so the
         *> change and delete READ/REWRITEs are legal.
         OPEN OUTPUT DECLFILE
         IF WS-DECLFILE-STATUS = '00'
            CLOSE DECLFILE
            OPEN I-O DECLFILE
         END-IF
      END-IF.
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
      OPEN OUTPUT DTRANRPT.
      MOVE 'DECLARED PROGRAM MAINTENANCE - TRANSACTION REPORT'
         TO DTRAN-REPORT-LINE.
      WRITE DTRAN-REPORT-LINE.
      MOVE SPACES TO DTRAN-REPORT-LINE.
      WRITE DTRAN-REPORT-LINE.

   COPY DEGRLOAD.

   1000-APPLY-TRANSACTION.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      MOVE SPACES TO WS-DL-WAS-PROGRAM.
      PERFORM 1100-EDIT-TRANSACTION.
      IF WS-TRAN-OK
         MOVE DTRAN-STUDENT-ID TO DECL-STUDENT-ID-IX
         EVALUATE DTRAN-ACTION
            WHEN 'A'
               PERFORM 2000-DECLARE-PROGRAM
            WHEN 'C'
               PERFORM 3000-CHANGE-PROGRAM
            WHEN 'D'
               PERFORM 4000-DROP-PROGRAM
         END-EVALUATE
      END-IF.
      PERFORM 5000-REPORT-TRANSACTION.

   1100-EDIT-TRANSACTION.
      *> Card layout: action, STUDENT-ID, program code.  A declares
      *> a program for a student with none on file, C moves the
      *> student to another program, D drops the declaration (the
      *> program code may be left blank).  The program must be on
      *> the degree requirements cards and, for A and C, the
      *> student on the master.
      IF DTRAN-ACTION NOT = 'A' AND DTRAN-ACTION NOT = 'C'
         AND DTRAN-ACTION NOT = 'D'
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
      ELSE
         IF DTRAN-STUDENT-ID NOT NUMERIC
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'NON-NUMERIC STUDENT ID' TO WS-REJECT-REASON
         ELSE
            IF DTRAN-STUDENT-ID = 0
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'ZERO STUDENT ID' TO WS-REJECT-REASON
            ELSE
               IF DTRAN-ACTION NOT = 'D'
                  PERFORM 1200-EDIT-DECLARE
               END-IF
            END-IF
         END-IF
      END-IF.

   1200-EDIT-DECLARE.
      MOVE DTRAN-PROGRAM TO WS-PROG-LOOKUP.
      PERFORM 0195-FIND-PROGRAM.
      IF NOT WS-PROG-FOUND
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'UNKNOWN PROGRAM CODE' TO WS-REJECT-REASON
      ELSE
         PERFORM 1300-CHECK-MASTER
         IF NOT WS-ON-MASTER
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
         END-IF
      END-IF.

   1300-CHECK-MASTER.
      MOVE 'N' TO WS-ON-MASTER-FLAG.
      MOVE DTRAN-STUDENT-ID TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE 'Y' TO WS-ON-MASTER-FLAG
      END-READ.

   2000-DECLARE-PROGRAM.
      READ DECLFILE
         INVALID KEY
            MOVE DTRAN-STUDENT-ID TO DECL-STUDENT-ID-IX
            PERFORM 2200-SET-DECL-FIELDS
            WRITE DECL-REC-IX
               INVALID KEY
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                  ADD 1 TO WS-ADD-COUNT
            END-WRITE
         NOT INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'PROGRAM ALREADY DECLARED' TO WS-REJECT-REASON
            MOVE DECL-PROGRAM-IX TO WS-DL-WAS-PROGRAM
      END-READ.

   2200-SET-DECL-FIELDS.
      MOVE DTRAN-PROGRAM    TO DECL-PROGRAM-IX.
      MOVE WS-CURRENT-DATE  TO DECL-DATE-IX.
      MOVE WS-OPERATOR-ID   TO DECL-BY-IX.

   3000-CHANGE-PROGRAM.
      READ DECLFILE
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'NO PROGRAM DECLARED' TO WS-REJECT-REASON
         NOT INVALID KEY
            IF DECL-PROGRAM-IX = DTRAN-PROGRAM
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'PROGRAM ALREADY DECLARED' TO WS-REJECT-REASON
            ELSE
               MOVE DECL-PROGRAM-IX TO WS-DL-WAS-PROGRAM
               PERFORM 2200-SET-DECL-FIELDS
               REWRITE DECL-REC-IX
                  INVALID KEY
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
            END-IF
      END-READ.

   4000-DROP-PROGRAM.
      READ DECLFILE
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'NO PROGRAM DECLARED' TO WS-REJECT-REASON
         NOT INVALID KEY
            MOVE DECL-PROGRAM-IX TO WS-DL-WAS-PROGRAM
            IF DTRAN-PROGRAM NOT = SPACES
               AND DTRAN-PROGRAM NOT = DECL-PROGRAM-IX
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'DECLARED PROGRAM DIFFERS' TO WS-REJECT-REASON
            ELSE
               DELETE DECLFILE
                  INVALID KEY
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-DELETE-COUNT
               END-DELETE
            END-IF
      END-READ.

   5000-REPORT-TRANSACTION.
      MOVE SPACES TO WS-DL-ID WS-DL-PROGRAM WS-DL-ACTION
         WS-DL-RESULT WS-DL-REASON.
      MOVE DTRAN-STUDENT-ID TO WS-DL-ID.
      MOVE DTRAN-PROGRAM    TO WS-DL-PROGRAM.
      EVALUATE DTRAN-ACTION
         WHEN 'A'    MOVE 'DECLARE'    TO WS-DL-ACTION
         WHEN 'C'    MOVE 'CHANGE'     TO WS-DL-ACTION
         WHEN 'D'    MOVE 'DROP'       TO WS-DL-ACTION
         WHEN OTHER  MOVE DTRAN-ACTION TO WS-DL-ACTION
      END-EVALUATE.
      IF WS-TRAN-OK
         MOVE 'APPLIED'  TO WS-DL-RESULT
         ADD 1 TO WS-APPLIED-COUNT
      ELSE
         MOVE 'REJECTED' TO WS-DL-RESULT
         MOVE WS-REJECT-REASON TO WS-DL-REASON
         ADD 1 TO WS-REJECTED-COUNT
      END-IF.
      IF WS-DL-WAS-PROGRAM NOT = SPACES
         MOVE 'WAS ' TO WS-DL-WAS-TEXT
      ELSE
         MOVE SPACES TO WS-DL-WAS-TEXT
      END-IF.
      MOVE WS-DETAIL-LINE TO DTRAN-REPORT-LINE.
      WRITE DTRAN-REPORT-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO DTRAN-REPORT-LINE.
      WRITE DTRAN-REPORT-LINE.
      MOVE 'TRANSACTIONS READ      :' TO WS-TL-TEXT.
      MOVE WS-TRAN-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'TRANSACTIONS APPLIED   :' TO WS-TL-TEXT.
      MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'TRANSACTIONS REJECTED  :' TO WS-TL-TEXT.
      MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'PROGRAMS DECLARED      :' TO WS-TL-TEXT.
      MOVE WS-ADD-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'PROGRAMS CHANGED       :' TO WS-TL-TEXT.
      MOVE WS-CHANGE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'PROGRAMS DROPPED       :' TO WS-TL-TEXT.
      MOVE WS-DELETE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'DEGREE CARDS IGNORED   :' TO WS-TL-TEXT.
      MOVE WS-DEGR-CARD-REJECT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.

   0810-WRITE-TOTAL-LINE.
      MOVE WS-TOTAL-LINE TO DTRAN-REPORT-LINE.
      WRITE DTRAN-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-DTRANFILE-OPEN-FAILED
         CLOSE DTRANFILE
      END-IF.
      IF NOT WS-DECLFILE-OPEN-FAILED
         CLOSE DECLFILE
      END-IF.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      CLOSE DTRANRPT.

   0700-SET-RETURN-CODE.
      *> Same convention as the master maintenance: 0 clean, 4 data
      *> rejects, 8 empty feed, 16 a file failure.
      IF WS-DECLFILE-OPEN-FAILED OR WS-DTRANFILE-OPEN-FAILED
         OR WS-OUTIDX-OPEN-FAILED OR WS-DEGRFILE-OPEN-FAILED
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
