         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT CTRANRPT ASSIGN TO CTRRPT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT SECFILE ASSIGN TO SECFILE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SECFILE-STATUS.
      SELECT SECVIOL ASSIGN TO SECVIO
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SECVIOL-STATUS.

DATA DIVISION.
   FILE SECTION.
         ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-IX==.
   FD CTRANRPT.
      01 CTRAN-REPORT-LINE PIC X(80).
   FD SECFILE.
      COPY SECREC.
   FD SECVIOL.
      COPY SECVREC.

   WORKING-STORAGE SECTION.
   COPY CONTREC REPLACING
      ==CONTACT-EMAIL==   BY ==CONTACT-EMAIL-T==
      ==CONTACT-LASTACT== BY ==CONTACT-LASTACT-T==.

   COPY SECRULE.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-OPERATOR-ID             PIC X(20) VALUE SPACES.
   01 WS-CTRANFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-CTRANFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CTRANFILE-OPEN-FAILED          VALUE 'Y'.
      IF NOT WS-CONTFILE-OPEN-FAILED
         AND NOT WS-CTRANFILE-OPEN-FAILED
         AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-SECFILE-OPEN-FAILED AND NOT WS-SECVIOL-OPEN-FAILED
         PERFORM UNTIL WS-AT-END
            READ CTRANFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG

   0100-INITIALIZE.
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      DISPLAY 'USER' UPON ENVIRONMENT-NAME.
      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      IF WS-OPERATOR-ID = SPACES
         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
      END-IF.
      MOVE 'STUCONT' TO WS-SEC-PROGRAM.
      PERFORM 0170-LOAD-SECURITY.
      OPEN INPUT CTRANFILE.
      IF WS-CTRANFILE-STATUS NOT = '00'
         DISPLAY 'CTRNIN open failed - status = '
      MOVE SPACES TO CTRAN-REPORT-LINE.
      WRITE CTRAN-REPORT-LINE.

   COPY SECLOAD.

   1000-APPLY-TRANSACTION.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      MOVE SPACES TO WS-REJECT-REASON.
      MOVE CTRAN-CONTACT-DATA TO CONTACT-REC-T.
      PERFORM 1100-EDIT-TRANSACTION.
      IF WS-TRAN-OK
         PERFORM 1500-AUTHORIZE-TRANSACTION
      END-IF.
      IF WS-TRAN-OK
         EVALUATE CTRAN-ACTION
            WHEN 'A'
            MOVE 'Y' TO WS-ON-MASTER-FLAG
      END-READ.

   1500-AUTHORIZE-TRANSACTION.
      *> The contact carries no campus of its own; the student's
      *> campus on the master decides.  A delete for a contact whose
      *> student has already gone from the master (the post-purge
      *> cleanup) can only be made by an operator cleared for every
      *> campus; one for a contact not on file is left for 4000 to
      *> reject in the usual way.
      MOVE 'Y' TO WS-SEC-OK-FLAG.
      MOVE CTRAN-ACTION TO WS-SEC-CHECK-ACTION.
      MOVE CONTACT-ID-T TO WS-SEC-CHECK-ID.
      MOVE SPACES       TO WS-SEC-CHECK-CAMPUS.
      PERFORM 1300-CHECK-MASTER.
      IF WS-ON-MASTER
         MOVE STUDENT-CAMPUS-IX TO WS-SEC-CHECK-CAMPUS
      ELSE
         MOVE '**' TO WS-SEC-CHECK-CAMPUS
      END-IF.
      PERFORM 1510-CHECK-ACTION.
      IF WS-ON-MASTER
         PERFORM 1520-CHECK-CAMPUS
      ELSE
         MOVE CONTACT-ID-T TO CONTACT-ID-IX
         READ CONTFILE
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM 1520-CHECK-CAMPUS
         END-READ
      END-IF.
      IF NOT WS-SEC-OK
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE WS-SEC-REASON TO WS-REJECT-REASON
      END-IF.

   2000-ADD-CONTACT.
      MOVE CONTACT-REC-T TO CONTACT-REC-IX.
      MOVE WS-CURRENT-DATE TO CONTACT-LASTACT-IX.
      MOVE WS-DELETE-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CTRAN-REPORT-LINE.
      WRITE CTRAN-REPORT-LINE.
      MOVE 'SECURITY VIOLATIONS    :' TO WS-TL-TEXT.
      MOVE WS-VIOLATION-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO CTRAN-REPORT-LINE.
      WRITE CTRAN-REPORT-LINE.

   0900-TERMINATE.
      IF NOT WS-CTRANFILE-OPEN-FAILED
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      IF NOT WS-SECVIOL-OPEN-FAILED
         CLOSE SECVIOL
      END-IF.
      CLOSE CTRANRPT.

   0700-SET-RETURN-CODE.
      *> rejects, 8 empty feed, 16 a file failure.
      IF WS-CONTFILE-OPEN-FAILED OR WS-CTRANFILE-OPEN-FAILED
         OR WS-OUTIDX-OPEN-FAILED
         OR WS-SECFILE-OPEN-FAILED OR WS-SECVIOL-OPEN-FAILED
         SET WS-RC-FILE-FAILURE TO TRUE
      ELSE
         IF WS-TRAN-COUNT = 0
