      *> Operator authorization loader and checks.  The including
      *> program declares SECFILE (record SECURITY-CARD, COPY SECREC)
      *> and SECVIOL (record SECVIOL-REC, COPY SECVREC), both line
      *> sequential with FILE STATUS WS-SECFILE-STATUS and
      *> WS-SECVIOL-STATUS, COPYs SECRULE into working storage, and
      *> PERFORMs 0170-LOAD-SECURITY from its initialization.  A
      *> security file that will not open is a file failure - the
      *> program must not apply anything without it.
      *> For each transaction the program sets WS-SEC-CHECK-ACTION
      *> and WS-SEC-CHECK-ID, MOVEs 'Y' to WS-SEC-OK-FLAG, and
      *> PERFORMs 1510-CHECK-ACTION, then 1520-CHECK-CAMPUS for each
      *> campus the transaction touches (WS-SEC-CHECK-CAMPUS), and
      *> 1530-CHECK-GPA / 1540-CHECK-STATUS where those fields
      *> change.  The first failure sets WS-SEC-OK-FLAG to 'N' with
      *> WS-SEC-REASON and writes the violation line; later checks
      *> are skipped.
   0170-LOAD-SECURITY.
      OPEN INPUT SECFILE.
      IF WS-SECFILE-STATUS NOT = '00'
         DISPLAY 'SECFILE open failed - status = ' WS-SECFILE-STATUS
         SET WS-SECFILE-OPEN-FAILED TO TRUE
      ELSE
         PERFORM UNTIL WS-SEC-AT-END OR WS-SEC-OPERATOR-FOUND
            READ SECFILE
               AT END MOVE 'Y' TO WS-SEC-AT-END-FLAG
               NOT AT END
                  IF SEC-OPERATOR-ID = WS-OPERATOR-ID
                     PERFORM 0180-KEEP-OPERATOR-CARD
                  END-IF
            END-READ
         END-PERFORM
         CLOSE SECFILE
         IF NOT WS-SEC-OPERATOR-FOUND
            DISPLAY 'Operator ' WS-OPERATOR-ID
               ' not on security file - no transactions authorized'
         END-IF
      END-IF.
      OPEN EXTEND SECVIOL.
      IF WS-SECVIOL-STATUS = '35'
         OPEN OUTPUT SECVIOL
      END-IF.
      IF WS-SECVIOL-STATUS NOT = '00'
         DISPLAY 'SECVIO open failed - status = ' WS-SECVIOL-STATUS
         SET WS-SECVIOL-OPEN-FAILED TO TRUE
      END-IF.

   0180-KEEP-OPERATOR-CARD.
      MOVE 'Y' TO WS-SEC-OPERATOR-FOUND-FLAG.
      MOVE SEC-ALLOW-ADD    TO WS-SEC-ALLOW-ADD.
      MOVE SEC-ALLOW-CHANGE TO WS-SEC-ALLOW-CHANGE.
      MOVE SEC-ALLOW-DELETE TO WS-SEC-ALLOW-DELETE.
      MOVE SEC-ALLOW-GPA    TO WS-SEC-ALLOW-GPA.
      MOVE SEC-ALLOW-STATUS TO WS-SEC-ALLOW-STATUS.
      PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
         UNTIL WS-SEC-SUB > 10
         MOVE SEC-CAMPUS-CODE(WS-SEC-SUB)
            TO WS-SEC-CAMPUS(WS-SEC-SUB)
      END-PERFORM.

   1510-CHECK-ACTION.
      IF NOT WS-SEC-OPERATOR-FOUND
         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-SEC-REASON
         PERFORM 1590-REFUSE-TRANSACTION
      ELSE
         EVALUATE WS-SEC-CHECK-ACTION
            WHEN 'A'
               IF WS-SEC-ALLOW-ADD NOT = 'Y'
                  MOVE 'ADD NOT AUTHORIZED' TO WS-SEC-REASON
                  PERFORM 1590-REFUSE-TRANSACTION
               END-IF
            WHEN 'C'
               IF WS-SEC-ALLOW-CHANGE NOT = 'Y'
                  MOVE 'CHANGE NOT AUTHORIZED' TO WS-SEC-REASON
                  PERFORM 1590-REFUSE-TRANSACTION
               END-IF
            WHEN 'D'
               IF WS-SEC-ALLOW-DELETE NOT = 'Y'
                  MOVE 'DELETE NOT AUTHORIZED' TO WS-SEC-REASON
                  PERFORM 1590-REFUSE-TRANSACTION
               END-IF
            WHEN OTHER
               MOVE 'ACTION NOT AUTHORIZED' TO WS-SEC-REASON
               PERFORM 1590-REFUSE-TRANSACTION
         END-EVALUATE
      END-IF.

   1520-CHECK-CAMPUS.
      IF WS-SEC-OK
         MOVE 'N' TO WS-SEC-CAMPUS-FOUND-FLAG
         PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
            UNTIL WS-SEC-SUB > 10
            OR WS-SEC-CAMPUS-FOUND
            IF WS-SEC-CAMPUS(WS-SEC-SUB) = '**'
               OR WS-SEC-CAMPUS(WS-SEC-SUB) = WS-SEC-CHECK-CAMPUS
               MOVE 'Y' TO WS-SEC-CAMPUS-FOUND-FLAG
            END-IF
         END-PERFORM
         IF NOT WS-SEC-CAMPUS-FOUND
            MOVE 'CAMPUS NOT AUTHORIZED' TO WS-SEC-REASON
            PERFORM 1590-REFUSE-TRANSACTION
         END-IF
      END-IF.

   1530-CHECK-GPA.
      IF WS-SEC-OK AND WS-SEC-ALLOW-GPA NOT = 'Y'
         MOVE 'GPA CHANGE NOT AUTHORIZED' TO WS-SEC-REASON
         PERFORM 1590-REFUSE-TRANSACTION
      END-IF.

   1540-CHECK-STATUS.
      IF WS-SEC-OK AND WS-SEC-ALLOW-STATUS NOT = 'Y'
         MOVE 'STATUS NOT AUTHORIZED' TO WS-SEC-REASON
         PERFORM 1590-REFUSE-TRANSACTION
      END-IF.

   1590-REFUSE-TRANSACTION.
      MOVE 'N' TO WS-SEC-OK-FLAG.
      ADD 1 TO WS-VIOLATION-COUNT.
      ACCEPT WS-SEC-TIME FROM TIME.
      MOVE SPACES TO SECVIOL-REC.
      ACCEPT SECV-DATE FROM DATE YYYYMMDD.
      MOVE WS-SEC-TIME(1:6)     TO SECV-TIME.
      MOVE WS-OPERATOR-ID       TO SECV-OPERATOR.
      MOVE WS-SEC-PROGRAM       TO SECV-PROGRAM.
      MOVE WS-SEC-CHECK-ACTION  TO SECV-ACTION.
      MOVE WS-SEC-CHECK-ID      TO SECV-STUDENT-ID.
      MOVE WS-SEC-CHECK-CAMPUS  TO SECV-CAMPUS.
      MOVE WS-SEC-REASON        TO SECV-REASON.
      WRITE SECVIOL-REC.
