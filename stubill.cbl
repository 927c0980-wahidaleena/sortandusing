IDENTIFICATION DIVISION.
PROGRAM-ID. STUBILL.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT BILLCTL ASSIGN TO BILLCTL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BILLCTL-STATUS.
      SELECT COURSFILE ASSIGN TO CRSIN
         FILE STATUS IS WS-COURSFILE-STATUS.
      SELECT OPTIONAL BURSFILE ASSIGN TO BURSIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BURSFILE-STATUS.
      SELECT OUTFILE-INDEXED ASSIGN TO OUTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT OPTIONAL CONTFILE ASSIGN TO CNTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTACT-ID-IX
         FILE STATUS IS WS-CONTFILE-STATUS.
      SELECT ACCTFILE ASSIGN TO ACCTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LEDGER-KEY-IX
         FILE STATUS IS WS-ACCTFILE-STATUS.
      SELECT BILLREG ASSIGN TO BILLREG
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT STMTFILE ASSIGN TO STMTOUT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT AGERPT ASSIGN TO AGERPT
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT OPTIONAL RUNCARD ASSIGN TO RUNCARD
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT OPTIONAL RUNLEDG ASSIGN TO RUNLOG
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUNLEDG-STATUS.
      SELECT BILLWORK ASSIGN TO BWRK.

DATA DIVISION.
   FILE SECTION.
   FD BILLCTL.
      *> Card format follows the RULES file: keyword in columns
      *> 1-7, value from column 9.  Amounts are keyed as seven
      *> digits with two implied decimals (0032500 = 325.00).
      *>    TERM    YYYYT            the term being assessed
      *>    ASOF    YYYYMMDD         statement and aging date
      *>    RATE    CC YYYYT PPPPPPP FFFFFFF HHH
      *>            campus, term, per-credit rate, flat full-time
      *>            rate, and the full-time threshold in credit
      *>            hours with one implied decimal (120 = 12.0) -
      *>            a student at or over it pays the flat rate
      *>    FEE     CC YYYYT CODE AAAAAAA DESCRIPTION
      *>            a fixed fee every student of that campus and
      *>            term is charged: ledger code, amount, and the
      *>            text printed on the statement
      *> Anything else (comments, blanks) is ignored.
      01 BILL-CONTROL-CARD.
         05 BCC-KEYWORD            PIC X(7).
         05 FILLER                 PIC X(1).
         05 BCC-VALUE              PIC X(72).
   FD COURSFILE.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-I==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-I==
         ==COURSE-TERM==       BY ==COURSE-TERM-I==
         ==COURSE-CODE==       BY ==COURSE-CODE-I==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-I==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-I==.
   FD BURSFILE.
      *> Bursar's payment and adjustment feed.  BTRAN-TYPE is P
      *> (payment, always a credit to the account) or A
      *> (adjustment: BTRAN-SIGN - is a credit, + or blank a
      *> debit).  BTRAN-AMOUNT carries two implied decimals.
      01 BURSAR-TRAN-RECORD.
         05 BTRAN-TYPE             PIC X(1).
         05 BTRAN-STUDENT-ID       PIC X(5).
         05 BTRAN-TERM             PIC X(5).
         05 BTRAN-SIGN             PIC X(1).
         05 BTRAN-AMOUNT           PIC 9(7)V99.
         05 BTRAN-REFERENCE        PIC X(10).
         05 BTRAN-DESC             PIC X(20).
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
   FD CONTFILE.
      COPY CONTREC REPLACING
         ==CONTACT-REC==     BY ==CONTACT-REC-IX==
         ==CONTACT-ID==      BY ==CONTACT-ID-IX==
         ==CONTACT-ADDR-1==  BY ==CONTACT-ADDR-1-IX==
         ==CONTACT-ADDR-2==  BY ==CONTACT-ADDR-2-IX==
         ==CONTACT-CITY==    BY ==CONTACT-CITY-IX==
         ==CONTACT-STATE==   BY ==CONTACT-STATE-IX==
         ==CONTACT-ZIP==     BY ==CONTACT-ZIP-IX==
         ==CONTACT-EMAIL==   BY ==CONTACT-EMAIL-IX==
         ==CONTACT-LASTACT== BY ==CONTACT-LASTACT-IX==.
   FD ACCTFILE.
      COPY LEDGREC REPLACING
         ==LEDGER-REC==        BY ==LEDGER-REC-IX==
         ==LEDGER-KEY==        BY ==LEDGER-KEY-IX==
         ==LEDGER-STUDENT-ID== BY ==LEDGER-STUDENT-ID-IX==
         ==LEDGER-POST-DATE==  BY ==LEDGER-POST-DATE-IX==
         ==LEDGER-SEQ==        BY ==LEDGER-SEQ-IX==
         ==LEDGER-TYPE==       BY ==LEDGER-TYPE-IX==
         ==LEDGER-TERM==       BY ==LEDGER-TERM-IX==
         ==LEDGER-CODE==       BY ==LEDGER-CODE-IX==
         ==LEDGER-DESC==       BY ==LEDGER-DESC-IX==
         ==LEDGER-AMOUNT==     BY ==LEDGER-AMOUNT-IX==
         ==LEDGER-REFERENCE==  BY ==LEDGER-REFERENCE-IX==
         ==LEDGER-OPERATOR==   BY ==LEDGER-OPERATOR-IX==.
   FD BILLREG.
      01 BILL-REGISTER-LINE PIC X(80).
   FD STMTFILE.
      01 STATEMENT-LINE PIC X(80).
   FD AGERPT.
      01 AGING-REPORT-LINE PIC X(80).
   FD RUNCARD.
      01 RUN-CONTROL-CARD.
         05 RUN-CARD-NUMBER        PIC X(5).
         05 FILLER                 PIC X(75).
   FD RUNLEDG.
      COPY RUNLREC.
   SD BILLWORK.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-W==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-W==
         ==COURSE-TERM==       BY ==COURSE-TERM-W==
         ==COURSE-CODE==       BY ==COURSE-CODE-W==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-W==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-W==.

   WORKING-STORAGE SECTION.
   COPY RUNLOGWS.

   01 WS-BILLCTL-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-COURSFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-BURSFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-BURSFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-BURSFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-CONTFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-CONTFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CONTFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-ACCTFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-ACCTFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-ACCTFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-CONTROL-OK-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CONTROL-OK                     VALUE 'Y'.
   01 WS-CTL-AT-END-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CTL-AT-END                     VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.
   01 WS-SORT-AT-END-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-SORT-AT-END                    VALUE 'Y'.
   01 WS-BURS-AT-END-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-BURS-AT-END                    VALUE 'Y'.
   01 WS-LEDGER-DONE-FLAG        PIC X(1)  VALUE 'N'.
      88 WS-LEDGER-DONE                    VALUE 'Y'.
   01 WS-FIRST-STUDENT-FLAG      PIC X(1)  VALUE 'Y'.
      88 WS-FIRST-STUDENT                  VALUE 'Y'.
   01 WS-ON-MASTER-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-ON-MASTER                      VALUE 'Y'.
   01 WS-RATE-FOUND-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-RATE-FOUND                     VALUE 'Y'.
   01 WS-CHG-FOUND-FLAG          PIC X(1)  VALUE 'N'.
      88 WS-CHG-FOUND                      VALUE 'Y'.
   01 WS-POSTED-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-POSTED                         VALUE 'Y'.
   01 WS-TRAN-OK-FLAG            PIC X(1)  VALUE 'Y'.
      88 WS-TRAN-OK                        VALUE 'Y'.
   01 WS-TERM-ACTIVITY-FLAG      PIC X(1)  VALUE 'N'.
      88 WS-TERM-ACTIVITY                  VALUE 'Y'.

   01 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.
   01 WS-OPERATOR-ID             PIC X(20) VALUE SPACES.
   01 WS-BILL-TERM               PIC 9(5)  VALUE 0.
   01 WS-ASOF-DATE               PIC 9(8)  VALUE 0.
   01 WS-ASOF-DAY-NUMBER         PIC 9(7)  VALUE 0.
   01 WS-REJECT-REASON           PIC X(25) VALUE SPACES.

   *> Rate table from the RATE and FEE control cards, one row per
   *> campus and term.
   01 WS-RATE-TABLE.
      05 WS-RATE-COUNT           PIC 9(3)  VALUE 0.
      05 WS-RATE-ENTRY OCCURS 100 TIMES.
         10 WS-RT-CAMPUS         PIC X(2).
         10 WS-RT-TERM           PIC 9(5).
         10 WS-RT-PER-CREDIT     PIC 9(5)V99.
         10 WS-RT-FLAT           PIC 9(5)V99.
         10 WS-RT-THRESHOLD      PIC 9(2)V9.
         10 WS-RT-FEE-COUNT      PIC 9(1).
         10 WS-RT-FEE OCCURS 5 TIMES.
            15 WS-RT-FEE-CODE    PIC X(4).
            15 WS-RT-FEE-DESC    PIC X(20).
            15 WS-RT-FEE-AMOUNT  PIC 9(5)V99.
   01 WS-RATE-SUB                PIC 9(3)  VALUE 0.
   01 WS-FEE-SUB                 PIC 9(1)  VALUE 0.
   01 WS-LOOKUP-CAMPUS           PIC X(2)  VALUE SPACES.
   01 WS-LOOKUP-TERM             PIC 9(5)  VALUE 0.
   01 WS-AMOUNT-PARSE-X          PIC X(7).
   01 WS-AMOUNT-PARSE-9 REDEFINES WS-AMOUNT-PARSE-X
                                 PIC 9(5)V99.
   01 WS-HOURS-PARSE-X           PIC X(3).
   01 WS-HOURS-PARSE-9 REDEFINES WS-HOURS-PARSE-X
                                 PIC 9(2)V9.

   *> One student's term charges: what the rate table says is due
   *> under each ledger code against what the ledger already holds
   *> for the term.  Only the difference is posted, so a rerun or a
   *> schedule change reassesses without double billing.
   01 WS-CHARGE-TABLE.
      05 WS-CHG-COUNT            PIC 9(2)  VALUE 0.
      05 WS-CHG-ENTRY OCCURS 12 TIMES.
         10 WS-CHG-CODE          PIC X(4).
         10 WS-CHG-DESC          PIC X(20).
         10 WS-CHG-DUE           PIC S9(7)V99.
         10 WS-CHG-POSTED        PIC S9(7)V99.
   01 WS-CHG-SUB                 PIC 9(2)  VALUE 0.
   01 WS-CHG-LOOKUP-CODE         PIC X(4)  VALUE SPACES.
   01 WS-CHG-LOOKUP-DESC         PIC X(20) VALUE SPACES.
   01 WS-CHG-DIFFERENCE          PIC S9(7)V99 VALUE 0.

   *> Every student with an enrollment in the term this run, by
   *> STUDENT-ID, so charges left on a student who has since
   *> dropped everything can be found and reversed.
   01 WS-BILLED-TABLE.
      05 WS-BILLED-FLAG          PIC X(1)  OCCURS 99999 TIMES
                                           VALUE 'N'.

   *> Reversals found on the ledger sweep, posted once the sweep
   *> is finished.
   01 WS-REVERSAL-TABLE.
      05 WS-REV-COUNT            PIC 9(4)  VALUE 0.
      05 WS-REV-ENTRY OCCURS 2000 TIMES.
         10 WS-REV-ID            PIC 9(5).
         10 WS-REV-CODE          PIC X(4).
         10 WS-REV-DESC          PIC X(20).
         10 WS-REV-AMOUNT        PIC S9(7)V99.
   01 WS-REV-SUB                 PIC 9(4)  VALUE 0.

   *> One student's postings, buffered on the statement sweep so
   *> the statement and the aging can both be taken from them.
   01 WS-ENTRY-TABLE.
      05 WS-ENT-COUNT            PIC 9(3)  VALUE 0.
      05 WS-ENT-ENTRY OCCURS 999 TIMES.
         10 WS-ENT-DATE          PIC 9(8).
         10 WS-ENT-TERM          PIC 9(5).
         10 WS-ENT-TYPE          PIC X(1).
         10 WS-ENT-DESC          PIC X(20).
         10 WS-ENT-AMOUNT        PIC S9(7)V99.
   01 WS-ENT-SUB                 PIC 9(3)  VALUE 0.

   01 WS-CURR-ID                 PIC 9(5)  VALUE 0.
   01 WS-STUDENT-CREDITS         PIC 9(3)V9   VALUE 0.
   01 WS-TUITION                 PIC S9(7)V99 VALUE 0.
   01 WS-POST-AMOUNT             PIC S9(7)V99 VALUE 0.
   01 WS-LEDGER-SEQ              PIC 9(4)  VALUE 0.
   01 WS-BURS-ID                 PIC 9(5)  VALUE 0.
   01 WS-ACCT-BALANCE            PIC S9(7)V99 VALUE 0.
   01 WS-PRIOR-BALANCE           PIC S9(7)V99 VALUE 0.
   01 WS-AGE-CREDIT              PIC S9(7)V99 VALUE 0.
   01 WS-AGE-OPEN                PIC S9(7)V99 VALUE 0.
   01 WS-AGE-DAYS                PIC S9(7)    VALUE 0.
   01 WS-AGE-BUCKETS.
      05 WS-AGE-BUCKET           PIC S9(7)V99 OCCURS 4 TIMES.
   01 WS-AGE-TOTALS.
      05 WS-AGE-TOTAL            PIC S9(9)V99 OCCURS 4 TIMES.
   01 WS-AGE-GRAND-TOTAL         PIC S9(9)V99 VALUE 0.
   01 WS-AGE-SUB                 PIC 9(1)  VALUE 0.

   01 WS-ENROLL-READ-COUNT       PIC 9(7)  VALUE 0.
   01 WS-ENROLL-REJECT-COUNT     PIC 9(7)  VALUE 0.
   01 WS-STUDENT-COUNT           PIC 9(7)  VALUE 0.
   01 WS-NO-RATE-COUNT           PIC 9(7)  VALUE 0.
   01 WS-NOT-ON-MASTER-COUNT     PIC 9(7)  VALUE 0.
   01 WS-CHARGE-POST-COUNT       PIC 9(7)  VALUE 0.
   01 WS-REVERSAL-COUNT          PIC 9(7)  VALUE 0.
   01 WS-BURS-READ-COUNT         PIC 9(7)  VALUE 0.
   01 WS-BURS-POST-COUNT         PIC 9(7)  VALUE 0.
   01 WS-BURS-REJECT-COUNT       PIC 9(7)  VALUE 0.
   01 WS-LEDGER-WRITE-COUNT      PIC 9(7)  VALUE 0.
   01 WS-STATEMENT-COUNT         PIC 9(7)  VALUE 0.
   01 WS-NO-ADDRESS-COUNT        PIC 9(7)  VALUE 0.
   01 WS-POST-FAIL-COUNT         PIC 9(7)  VALUE 0.
   01 WS-AGED-COUNT              PIC 9(7)  VALUE 0.
   01 WS-CREDIT-BAL-COUNT        PIC 9(7)  VALUE 0.
   01 WS-CHARGE-TOTAL            PIC S9(9)V99 VALUE 0.
   01 WS-PAYMENT-TOTAL           PIC S9(9)V99 VALUE 0.
   01 WS-ADJUST-TOTAL            PIC S9(9)V99 VALUE 0.

   01 WS-REGISTER-LINE.
      05 WS-RL-ID                PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-TERM              PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-TYPE              PIC X(1).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-CODE              PIC X(4).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-RESULT            PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-RL-NOTE              PIC X(25).

   01 WS-STMT-TITLE-LINE.
      05 FILLER                  PIC X(33) VALUE
         'STUDENT ACCOUNT STATEMENT - TERM '.
      05 WS-ST-TERM              PIC 9(5).
      05 FILLER                  PIC X(10) VALUE '   AS OF  '.
      05 WS-ST-ASOF              PIC 9(8).

   01 WS-STMT-NAME-LINE.
      05 WS-SN-NAME              PIC X(25).
      05 FILLER                  PIC X(6)  VALUE ' (ID  '.
      05 WS-SN-ID                PIC 9(5).
      05 FILLER                  PIC X(1)  VALUE ')'.

   01 WS-STMT-CITY-LINE.
      05 WS-SC-CITY              PIC X(20).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SC-STATE             PIC X(2).
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-SC-ZIP               PIC X(9).

   01 WS-STMT-HEADING            PIC X(80) VALUE
      'DATE     TERM  DESCRIPTION               CHARGES      CREDITS'.

   01 WS-STMT-DETAIL.
      05 WS-SD-DATE              PIC X(8).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SD-TERM              PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SD-DESC              PIC X(20).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SD-CHARGE            PIC Z,ZZZ,ZZ9.99.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SD-CREDIT            PIC Z,ZZZ,ZZ9.99.

   01 WS-STMT-BALANCE-LINE.
      05 FILLER                  PIC X(15) VALUE SPACES.
      05 WS-SB-TEXT              PIC X(20).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-SB-AMOUNT            PIC Z,ZZZ,ZZ9.99.

   01 WS-AGING-HEADING.
      05 FILLER                  PIC X(34) VALUE
         'ID    CA    0-30 DAYS   31-60 DAYS'.
      05 FILLER                  PIC X(39) VALUE
         '   61-90 DAYS      OVER 90        TOTAL'.

   01 WS-AGING-LINE.
      05 WS-AL-ID                PIC X(5).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-AL-CAMPUS            PIC X(2).
      05 WS-AL-BUCKET-AREA.
         10 WS-AL-BUCKET-GROUP OCCURS 5 TIMES.
            15 FILLER            PIC X(1).
            15 WS-AL-BUCKET      PIC Z,ZZZ,ZZ9.99.

   01 WS-TOTAL-LINE.
      05 WS-TL-TEXT              PIC X(25).
      05 WS-TL-COUNT             PIC ZZZZZZ9.

   01 WS-MONEY-LINE.
      05 WS-ML-TEXT              PIC X(25).
      05 WS-ML-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.

   01 WS-RETURN-CODE             PIC 9(3)  VALUE 0.
      88 WS-RC-SUCCESS                     VALUE 0.
      88 WS-RC-SOME-REJECTS                VALUE 4.
      88 WS-RC-NO-CONTROL-CARD             VALUE 8.
      88 WS-RC-FILE-FAILURE                VALUE 16.

PROCEDURE DIVISION.
   0000-MAIN.
      MOVE 'BILLING ' TO WS-RUN-STEP-NAME.
      PERFORM 0050-CHECK-RUN-LEDGER.
      IF WS-STEP-ALREADY-DONE
         DISPLAY 'Step ' WS-RUN-STEP-NAME
            ' already complete for run ' WS-RUN-NUMBER ' - skipped'
         MOVE 0 TO RETURN-CODE
         STOP RUN
      END-IF.
      PERFORM 8000-LOG-STEP-START.
      PERFORM 0100-INITIALIZE.
      IF WS-CONTROL-OK
         AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-ACCTFILE-OPEN-FAILED
         AND NOT WS-CONTFILE-OPEN-FAILED
         SORT BILLWORK ON ASCENDING KEY COURSE-STUDENT-ID-W
            INPUT PROCEDURE IS 1000-SELECT-ENROLLMENTS
            OUTPUT PROCEDURE IS 2000-ASSESS-TERM
         IF SORT-RETURN NOT = 0
            SET WS-RC-FILE-FAILURE TO TRUE
            DISPLAY 'Sort Abend - SORT-RETURN = ' SORT-RETURN
         ELSE
            IF NOT WS-COURSFILE-OPEN-FAILED
               AND WS-ENROLL-READ-COUNT > 0
               PERFORM 3000-REVERSE-DROPPED
            END-IF
            PERFORM 4000-POST-BURSAR-FEED
            *> Statements without the payments would overstate every
            *> balance, so an unreadable feed stops them.
            IF NOT WS-BURSFILE-OPEN-FAILED
               PERFORM 5000-PRINT-STATEMENTS
            END-IF
         END-IF
      END-IF.
      PERFORM 0800-WRITE-TOTALS.
      PERFORM 0900-TERMINATE.
      PERFORM 0700-SET-RETURN-CODE.
      COMPUTE WS-RUN-READ-COUNT =
         WS-ENROLL-READ-COUNT + WS-BURS-READ-COUNT.
      MOVE WS-LEDGER-WRITE-COUNT TO WS-RUN-WRITE-COUNT.
      MOVE WS-RETURN-CODE        TO WS-RUN-END-CC.
      PERFORM 8100-LOG-STEP-END.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

   0100-INITIALIZE.
      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      DISPLAY 'USER' UPON ENVIRONMENT-NAME.
      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      IF WS-OPERATOR-ID = SPACES
         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
      END-IF.
      PERFORM 0200-LOAD-CONTROL-CARDS.
      OPEN INPUT OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT CONTFILE.
      IF WS-CONTFILE-STATUS NOT = '00'
         AND WS-CONTFILE-STATUS NOT = '05'
         DISPLAY 'CNTIDX open failed - status = ' WS-CONTFILE-STATUS
         SET WS-CONTFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN I-O ACCTFILE.
      IF WS-ACCTFILE-STATUS = '35'
         *> First-ever run: create the ledger, then reopen I-O so
         *> the reassessment reads see an empty file, not an error.
         OPEN OUTPUT ACCTFILE
         IF WS-ACCTFILE-STATUS = '00'
            CLOSE ACCTFILE
            OPEN I-O ACCTFILE
         END-IF
      END-IF.
      IF WS-ACCTFILE-STATUS NOT = '00'
         DISPLAY 'ACCTIDX open failed - status = '
            WS-ACCTFILE-STATUS
         SET WS-ACCTFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT BILLREG.
      OPEN OUTPUT STMTFILE.
      OPEN OUTPUT AGERPT.
      MOVE 'TUITION AND FEE ASSESSMENT - POSTING REGISTER'
         TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE SPACES TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE 0 TO WS-AGE-GRAND-TOTAL.
      PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
         MOVE 0 TO WS-AGE-TOTAL(WS-AGE-SUB)
      END-PERFORM.

   0200-LOAD-CONTROL-CARDS.
      *> The step does nothing without a numeric TERM card; a run
      *> with no card at all is the same as STUARCH's - condition
      *> code 8, nothing posted.
      OPEN INPUT BILLCTL.
      IF WS-BILLCTL-STATUS NOT = '00'
         DISPLAY 'BILLCTL open failed - status = ' WS-BILLCTL-STATUS
      ELSE
         PERFORM UNTIL WS-CTL-AT-END
            READ BILLCTL
               AT END MOVE 'Y' TO WS-CTL-AT-END-FLAG
               NOT AT END
                  PERFORM 0210-APPLY-CONTROL-CARD
            END-READ
         END-PERFORM
         CLOSE BILLCTL
      END-IF.
      IF WS-BILL-TERM > 0
         SET WS-CONTROL-OK TO TRUE
      ELSE
         DISPLAY 'BILLCTL has no valid TERM card - nothing assessed'
      END-IF.
      IF WS-ASOF-DATE = 0
         MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
      END-IF.
      COMPUTE WS-ASOF-DAY-NUMBER =
         FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

   0210-APPLY-CONTROL-CARD.
      EVALUATE BCC-KEYWORD
         WHEN 'TERM   '
            IF BCC-VALUE(1:5) NUMERIC
               MOVE BCC-VALUE(1:5) TO WS-BILL-TERM
            END-IF
         WHEN 'ASOF   '
            IF BCC-VALUE(1:8) NUMERIC
               MOVE BCC-VALUE(1:8) TO WS-ASOF-DATE
            END-IF
         WHEN 'RATE   '
            IF BCC-VALUE(4:5) NUMERIC AND BCC-VALUE(10:7) NUMERIC
               AND BCC-VALUE(18:7) NUMERIC AND BCC-VALUE(26:3) NUMERIC
               MOVE BCC-VALUE(1:2) TO WS-LOOKUP-CAMPUS
               MOVE BCC-VALUE(4:5) TO WS-LOOKUP-TERM
               PERFORM 0220-FIND-OR-ADD-RATE
               IF WS-RATE-FOUND
                  MOVE BCC-VALUE(10:7) TO WS-AMOUNT-PARSE-X
                  MOVE WS-AMOUNT-PARSE-9
                     TO WS-RT-PER-CREDIT(WS-RATE-SUB)
                  MOVE BCC-VALUE(18:7) TO WS-AMOUNT-PARSE-X
                  MOVE WS-AMOUNT-PARSE-9
                     TO WS-RT-FLAT(WS-RATE-SUB)
                  MOVE BCC-VALUE(26:3) TO WS-HOURS-PARSE-X
                  MOVE WS-HOURS-PARSE-9
                     TO WS-RT-THRESHOLD(WS-RATE-SUB)
               END-IF
            ELSE
               DISPLAY 'RATE card is not valid - ignored: '
                  BCC-VALUE(1:28)
            END-IF
         WHEN 'FEE    '
            IF BCC-VALUE(4:5) NUMERIC AND BCC-VALUE(15:7) NUMERIC
               AND BCC-VALUE(10:4) NOT = SPACES
               MOVE BCC-VALUE(1:2) TO WS-LOOKUP-CAMPUS
               MOVE BCC-VALUE(4:5) TO WS-LOOKUP-TERM
               PERFORM 0220-FIND-OR-ADD-RATE
               IF WS-RATE-FOUND
                  PERFORM 0230-ADD-FEE
               END-IF
            ELSE
               DISPLAY 'FEE card is not valid - ignored: '
                  BCC-VALUE(1:42)
            END-IF
         WHEN OTHER
            CONTINUE
      END-EVALUATE.

   0220-FIND-OR-ADD-RATE.
      PERFORM 2200-FIND-RATE.
      IF NOT WS-RATE-FOUND
         IF WS-RATE-COUNT < 100
            ADD 1 TO WS-RATE-COUNT
            MOVE WS-RATE-COUNT    TO WS-RATE-SUB
            MOVE WS-LOOKUP-CAMPUS TO WS-RT-CAMPUS(WS-RATE-SUB)
            MOVE WS-LOOKUP-TERM   TO WS-RT-TERM(WS-RATE-SUB)
            MOVE 0 TO WS-RT-PER-CREDIT(WS-RATE-SUB)
            MOVE 0 TO WS-RT-FLAT(WS-RATE-SUB)
            MOVE 0 TO WS-RT-THRESHOLD(WS-RATE-SUB)
            MOVE 0 TO WS-RT-FEE-COUNT(WS-RATE-SUB)
            MOVE 'Y' TO WS-RATE-FOUND-FLAG
         ELSE
            DISPLAY 'Rate table full - card ignored: '
               WS-LOOKUP-CAMPUS ' ' WS-LOOKUP-TERM
         END-IF
      END-IF.

   0230-ADD-FEE.
      IF WS-RT-FEE-COUNT(WS-RATE-SUB) < 5
         ADD 1 TO WS-RT-FEE-COUNT(WS-RATE-SUB)
         MOVE WS-RT-FEE-COUNT(WS-RATE-SUB) TO WS-FEE-SUB
         MOVE BCC-VALUE(10:4)
            TO WS-RT-FEE-CODE(WS-RATE-SUB, WS-FEE-SUB)
         MOVE BCC-VALUE(15:7) TO WS-AMOUNT-PARSE-X
         MOVE WS-AMOUNT-PARSE-9
            TO WS-RT-FEE-AMOUNT(WS-RATE-SUB, WS-FEE-SUB)
         MOVE BCC-VALUE(23:20)
            TO WS-RT-FEE-DESC(WS-RATE-SUB, WS-FEE-SUB)
      ELSE
         DISPLAY 'Too many fees for ' WS-LOOKUP-CAMPUS ' '
            WS-LOOKUP-TERM ' - card ignored: ' BCC-VALUE(10:4)
      END-IF.

   1000-SELECT-ENROLLMENTS.
      OPEN INPUT COURSFILE.
      IF WS-COURSFILE-STATUS NOT = '00'
         DISPLAY 'COURSFILE open failed - status = '
            WS-COURSFILE-STATUS
         SET WS-COURSFILE-OPEN-FAILED TO TRUE
      ELSE
         PERFORM UNTIL WS-AT-END
            READ COURSFILE
               AT END MOVE 'Y' TO WS-AT-END-FLAG
               NOT AT END
                  PERFORM 1100-SELECT-ENROLLMENT
            END-READ
         END-PERFORM
         CLOSE COURSFILE
      END-IF.

   1100-SELECT-ENROLLMENT.
      *> Every enrollment in the term is billed, whatever grade it
      *> later carries - a withdrawal or an audit still sat in the
      *> seat.  Bad ids and credit hours cannot be priced and are
      *> listed on the register instead.
      IF COURSE-TERM-I = WS-BILL-TERM
         ADD 1 TO WS-ENROLL-READ-COUNT
         IF COURSE-STUDENT-ID-I NOT NUMERIC
            OR COURSE-STUDENT-ID-I = 0
            OR COURSE-CREDITS-I NOT NUMERIC
            ADD 1 TO WS-ENROLL-REJECT-COUNT
            MOVE SPACES TO WS-REGISTER-LINE
            MOVE COURSE-STUDENT-ID-I TO WS-RL-ID
            MOVE COURSE-TERM-I       TO WS-RL-TERM
            MOVE 0                   TO WS-RL-AMOUNT
            MOVE 'REJECTED'          TO WS-RL-RESULT
            MOVE 'INVALID ENROLLMENT' TO WS-RL-NOTE
            PERFORM 7100-WRITE-REGISTER-LINE
         ELSE
            MOVE COURSE-REC-I TO COURSE-REC-W
            RELEASE COURSE-REC-W
         END-IF
      END-IF.

   2000-ASSESS-TERM.
      MOVE 'Y' TO WS-FIRST-STUDENT-FLAG.
      PERFORM UNTIL WS-SORT-AT-END
         RETURN BILLWORK
            AT END MOVE 'Y' TO WS-SORT-AT-END-FLAG
            NOT AT END
               IF WS-FIRST-STUDENT
                  OR COURSE-STUDENT-ID-W NOT = WS-CURR-ID
                  IF NOT WS-FIRST-STUDENT
                     PERFORM 2100-ASSESS-STUDENT
                  END-IF
                  MOVE 'N' TO WS-FIRST-STUDENT-FLAG
                  MOVE COURSE-STUDENT-ID-W TO WS-CURR-ID
                  MOVE 0 TO WS-STUDENT-CREDITS
               END-IF
               ADD COURSE-CREDITS-W TO WS-STUDENT-CREDITS
         END-RETURN
      END-PERFORM.
      IF NOT WS-FIRST-STUDENT
         PERFORM 2100-ASSESS-STUDENT
      END-IF.

   2100-ASSESS-STUDENT.
      *> Tuition is per credit hour below the campus's full-time
      *> threshold and the flat rate at or above it; the fixed fees
      *> for the campus and term are added on top.
      ADD 1 TO WS-STUDENT-COUNT.
      MOVE 'Y' TO WS-BILLED-FLAG(WS-CURR-ID).
      MOVE 'N' TO WS-ON-MASTER-FLAG.
      MOVE WS-CURR-ID TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE 'Y' TO WS-ON-MASTER-FLAG
      END-READ.
      IF NOT WS-ON-MASTER
         ADD 1 TO WS-NOT-ON-MASTER-COUNT
         MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
         PERFORM 2900-REJECT-STUDENT
      ELSE
         MOVE STUDENT-CAMPUS-IX TO WS-LOOKUP-CAMPUS
         MOVE WS-BILL-TERM      TO WS-LOOKUP-TERM
         PERFORM 2200-FIND-RATE
         IF NOT WS-RATE-FOUND
            ADD 1 TO WS-NO-RATE-COUNT
            MOVE 'NO RATE FOR CAMPUS/TERM' TO WS-REJECT-REASON
            PERFORM 2900-REJECT-STUDENT
         ELSE
            PERFORM 2300-BUILD-CHARGES
            PERFORM 2400-READ-POSTED-CHARGES
            PERFORM 2500-POST-DIFFERENCES
         END-IF
      END-IF.

   2200-FIND-RATE.
      MOVE 'N' TO WS-RATE-FOUND-FLAG.
      PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
         UNTIL WS-RATE-SUB > WS-RATE-COUNT
         OR WS-RATE-FOUND
         IF WS-RT-CAMPUS(WS-RATE-SUB) = WS-LOOKUP-CAMPUS
            AND WS-RT-TERM(WS-RATE-SUB) = WS-LOOKUP-TERM
            MOVE 'Y' TO WS-RATE-FOUND-FLAG
         END-IF
      END-PERFORM.
      IF WS-RATE-FOUND
         SUBTRACT 1 FROM WS-RATE-SUB
      END-IF.

   2300-BUILD-CHARGES.
      MOVE 0 TO WS-CHG-COUNT.
      IF WS-RT-THRESHOLD(WS-RATE-SUB) > 0
         AND WS-STUDENT-CREDITS NOT < WS-RT-THRESHOLD(WS-RATE-SUB)
         MOVE WS-RT-FLAT(WS-RATE-SUB) TO WS-TUITION
      ELSE
         COMPUTE WS-TUITION ROUNDED =
            WS-STUDENT-CREDITS * WS-RT-PER-CREDIT(WS-RATE-SUB)
      END-IF.
      MOVE 'TUIT'    TO WS-CHG-LOOKUP-CODE.
      MOVE 'TUITION' TO WS-CHG-LOOKUP-DESC.
      PERFORM 2420-FIND-CHARGE-CODE.
      IF WS-CHG-FOUND
         ADD WS-TUITION TO WS-CHG-DUE(WS-CHG-SUB)
      END-IF.
      PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
         UNTIL WS-FEE-SUB > WS-RT-FEE-COUNT(WS-RATE-SUB)
         MOVE WS-RT-FEE-CODE(WS-RATE-SUB, WS-FEE-SUB)
            TO WS-CHG-LOOKUP-CODE
         MOVE WS-RT-FEE-DESC(WS-RATE-SUB, WS-FEE-SUB)
            TO WS-CHG-LOOKUP-DESC
         PERFORM 2420-FIND-CHARGE-CODE
         IF WS-CHG-FOUND
            ADD WS-RT-FEE-AMOUNT(WS-RATE-SUB, WS-FEE-SUB)
               TO WS-CHG-DUE(WS-CHG-SUB)
         END-IF
      END-PERFORM.

   2400-READ-POSTED-CHARGES.
      *> What this term has already been charged, code by code.  A
      *> code on the ledger that the rate cards no longer carry
      *> comes into the table with nothing due, so it is reversed.
      MOVE WS-CURR-ID TO LEDGER-STUDENT-ID-IX.
      MOVE 0          TO LEDGER-POST-DATE-IX.
      MOVE 0          TO LEDGER-SEQ-IX.
      MOVE 'N' TO WS-LEDGER-DONE-FLAG.
      START ACCTFILE
         KEY IS NOT LESS THAN LEDGER-KEY-IX
         INVALID KEY
            MOVE 'Y' TO WS-LEDGER-DONE-FLAG
      END-START.
      PERFORM UNTIL WS-LEDGER-DONE
         READ ACCTFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-LEDGER-DONE-FLAG
            NOT AT END
               IF LEDGER-STUDENT-ID-IX NOT = WS-CURR-ID
                  MOVE 'Y' TO WS-LEDGER-DONE-FLAG
               ELSE
                  PERFORM 2410-NOTE-POSTED-CHARGE
               END-IF
         END-READ
      END-PERFORM.

   2410-NOTE-POSTED-CHARGE.
      IF LEDGER-TYPE-IX = 'C' AND LEDGER-TERM-IX = WS-BILL-TERM
         MOVE LEDGER-CODE-IX TO WS-CHG-LOOKUP-CODE
         MOVE LEDGER-DESC-IX TO WS-CHG-LOOKUP-DESC
         PERFORM 2420-FIND-CHARGE-CODE
         IF WS-CHG-FOUND
            ADD LEDGER-AMOUNT-IX TO WS-CHG-POSTED(WS-CHG-SUB)
         END-IF
      END-IF.

   2420-FIND-CHARGE-CODE.
      MOVE 'N' TO WS-CHG-FOUND-FLAG.
      PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
         UNTIL WS-CHG-SUB > WS-CHG-COUNT
         OR WS-CHG-FOUND
         IF WS-CHG-CODE(WS-CHG-SUB) = WS-CHG-LOOKUP-CODE
            MOVE 'Y' TO WS-CHG-FOUND-FLAG
         END-IF
      END-PERFORM.
      IF WS-CHG-FOUND
         SUBTRACT 1 FROM WS-CHG-SUB
      ELSE
         IF WS-CHG-COUNT < 12
            ADD 1 TO WS-CHG-COUNT
            MOVE WS-CHG-COUNT       TO WS-CHG-SUB
            MOVE WS-CHG-LOOKUP-CODE TO WS-CHG-CODE(WS-CHG-SUB)
            MOVE WS-CHG-LOOKUP-DESC TO WS-CHG-DESC(WS-CHG-SUB)
            MOVE 0 TO WS-CHG-DUE(WS-CHG-SUB)
            MOVE 0 TO WS-CHG-POSTED(WS-CHG-SUB)
            MOVE 'Y' TO WS-CHG-FOUND-FLAG
         ELSE
            DISPLAY 'Charge table full for student ' WS-CURR-ID
               ' - code ' WS-CHG-LOOKUP-CODE ' not assessed'
         END-IF
      END-IF.

   2500-POST-DIFFERENCES.
      PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
         UNTIL WS-CHG-SUB > WS-CHG-COUNT
         COMPUTE WS-CHG-DIFFERENCE =
            WS-CHG-DUE(WS-CHG-SUB) - WS-CHG-POSTED(WS-CHG-SUB)
         IF WS-CHG-DIFFERENCE NOT = 0
            MOVE SPACES TO LEDGER-REC-IX
            MOVE WS-CURR-ID              TO LEDGER-STUDENT-ID-IX
            MOVE 'C'                     TO LEDGER-TYPE-IX
            MOVE WS-BILL-TERM            TO LEDGER-TERM-IX
            MOVE WS-CHG-CODE(WS-CHG-SUB) TO LEDGER-CODE-IX
            MOVE WS-CHG-DESC(WS-CHG-SUB) TO LEDGER-DESC-IX
            MOVE WS-CHG-DIFFERENCE       TO LEDGER-AMOUNT-IX
            IF WS-CHG-POSTED(WS-CHG-SUB) = 0
               MOVE 'ASSESSMENT' TO LEDGER-REFERENCE-IX
            ELSE
               MOVE 'REASSESSED' TO LEDGER-REFERENCE-IX
            END-IF
            PERFORM 7000-POST-LEDGER
            IF WS-POSTED
               ADD 1 TO WS-CHARGE-POST-COUNT
               ADD WS-CHG-DIFFERENCE TO WS-CHARGE-TOTAL
            END-IF
         END-IF
      END-PERFORM.

   2900-REJECT-STUDENT.
      MOVE SPACES TO WS-REGISTER-LINE.
      MOVE WS-CURR-ID   TO WS-RL-ID.
      MOVE WS-BILL-TERM TO WS-RL-TERM.
      MOVE 'C'          TO WS-RL-TYPE.
      MOVE 0            TO WS-RL-AMOUNT.
      MOVE 'REJECTED'   TO WS-RL-RESULT.
      MOVE WS-REJECT-REASON TO WS-RL-NOTE.
      PERFORM 7100-WRITE-REGISTER-LINE.

   3000-REVERSE-DROPPED.
      *> A student charged for the term who has no enrollment in it
      *> any more has dropped out entirely; the sorted stream never
      *> saw them, so sweep the ledger for their term charges and
      *> reverse them.  The reversals are gathered first and posted
      *> after the sweep so the browse is not disturbed.  Not run
      *> when the term has no enrollments at all - that is a missing
      *> course file or a wrong TERM card, not a term of dropouts.
      MOVE 0 TO WS-REV-COUNT.
      MOVE 'Y' TO WS-FIRST-STUDENT-FLAG.
      MOVE LOW-VALUES TO LEDGER-KEY-IX.
      MOVE 'N' TO WS-LEDGER-DONE-FLAG.
      START ACCTFILE
         KEY IS NOT LESS THAN LEDGER-KEY-IX
         INVALID KEY
            MOVE 'Y' TO WS-LEDGER-DONE-FLAG
      END-START.
      PERFORM UNTIL WS-LEDGER-DONE
         READ ACCTFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-LEDGER-DONE-FLAG
            NOT AT END
               PERFORM 3100-NOTE-DROPPED-CHARGE
         END-READ
      END-PERFORM.
      IF NOT WS-FIRST-STUDENT
         PERFORM 3200-END-DROPPED-STUDENT
      END-IF.
      PERFORM 3300-POST-REVERSALS.

   3100-NOTE-DROPPED-CHARGE.
      IF WS-FIRST-STUDENT
         OR LEDGER-STUDENT-ID-IX NOT = WS-CURR-ID
         IF NOT WS-FIRST-STUDENT
            PERFORM 3200-END-DROPPED-STUDENT
         END-IF
         MOVE 'N' TO WS-FIRST-STUDENT-FLAG
         MOVE LEDGER-STUDENT-ID-IX TO WS-CURR-ID
         MOVE 0 TO WS-CHG-COUNT
      END-IF.
      IF WS-BILLED-FLAG(WS-CURR-ID) NOT = 'Y'
         PERFORM 2410-NOTE-POSTED-CHARGE
      END-IF.

   3200-END-DROPPED-STUDENT.
      PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
         UNTIL WS-CHG-SUB > WS-CHG-COUNT
         IF WS-CHG-POSTED(WS-CHG-SUB) NOT = 0
            IF WS-REV-COUNT < 2000
               ADD 1 TO WS-REV-COUNT
               MOVE WS-CURR-ID TO WS-REV-ID(WS-REV-COUNT)
               MOVE WS-CHG-CODE(WS-CHG-SUB)
                  TO WS-REV-CODE(WS-REV-COUNT)
               MOVE WS-CHG-DESC(WS-CHG-SUB)
                  TO WS-REV-DESC(WS-REV-COUNT)
               COMPUTE WS-REV-AMOUNT(WS-REV-COUNT) =
                  0 - WS-CHG-POSTED(WS-CHG-SUB)
            ELSE
               DISPLAY 'Reversal table full - student ' WS-CURR-ID
                  ' code ' WS-CHG-CODE(WS-CHG-SUB) ' not reversed'
            END-IF
         END-IF
      END-PERFORM.

   3300-POST-REVERSALS.
      PERFORM VARYING WS-REV-SUB FROM 1 BY 1
         UNTIL WS-REV-SUB > WS-REV-COUNT
         MOVE SPACES TO LEDGER-REC-IX
         MOVE WS-REV-ID(WS-REV-SUB)     TO LEDGER-STUDENT-ID-IX
         MOVE 'C'                       TO LEDGER-TYPE-IX
         MOVE WS-BILL-TERM              TO LEDGER-TERM-IX
         MOVE WS-REV-CODE(WS-REV-SUB)   TO LEDGER-CODE-IX
         MOVE WS-REV-DESC(WS-REV-SUB)   TO LEDGER-DESC-IX
         MOVE WS-REV-AMOUNT(WS-REV-SUB) TO LEDGER-AMOUNT-IX
         MOVE 'DROPPED'                 TO LEDGER-REFERENCE-IX
         PERFORM 7000-POST-LEDGER
         IF WS-POSTED
            ADD 1 TO WS-REVERSAL-COUNT
            ADD WS-REV-AMOUNT(WS-REV-SUB) TO WS-CHARGE-TOTAL
         END-IF
      END-PERFORM.

   4000-POST-BURSAR-FEED.
      *> No BURSIN means no payments this run, and the register says
      *> so; any other open failure is a file failure.
      OPEN INPUT BURSFILE.
      IF WS-BURSFILE-STATUS = '05'
         MOVE 'NO BURSAR FEED THIS RUN - NO PAYMENTS POSTED'
            TO BILL-REGISTER-LINE
         WRITE BILL-REGISTER-LINE
      ELSE
         IF WS-BURSFILE-STATUS NOT = '00'
            DISPLAY 'BURSIN open failed - status = '
               WS-BURSFILE-STATUS
            SET WS-BURSFILE-OPEN-FAILED TO TRUE
            MOVE 'Y' TO WS-BURS-AT-END-FLAG
         END-IF
      END-IF.
      PERFORM UNTIL WS-BURS-AT-END
         READ BURSFILE
            AT END MOVE 'Y' TO WS-BURS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-BURS-READ-COUNT
               PERFORM 4100-EDIT-BURSAR-TRAN
               IF WS-TRAN-OK
                  PERFORM 4200-POST-BURSAR-TRAN
               ELSE
                  PERFORM 4900-REJECT-BURSAR-TRAN
               END-IF
         END-READ
      END-PERFORM.
      IF NOT WS-BURSFILE-OPEN-FAILED
         CLOSE BURSFILE
      END-IF.

   4100-EDIT-BURSAR-TRAN.
      MOVE 'Y' TO WS-TRAN-OK-FLAG.
      IF BTRAN-TYPE NOT = 'P' AND BTRAN-TYPE NOT = 'A'
         MOVE 'N' TO WS-TRAN-OK-FLAG
         MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
      ELSE
         IF BTRAN-STUDENT-ID NOT NUMERIC
            OR BTRAN-STUDENT-ID = '00000'
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
         ELSE
            IF BTRAN-TERM NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE 'NON-NUMERIC TERM' TO WS-REJECT-REASON
            ELSE
               IF BTRAN-AMOUNT NOT NUMERIC OR BTRAN-AMOUNT = 0
                  MOVE 'N' TO WS-TRAN-OK-FLAG
                  MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
               ELSE
                  IF BTRAN-TYPE = 'A' AND BTRAN-SIGN NOT = '+'
                     AND BTRAN-SIGN NOT = '-' AND BTRAN-SIGN NOT = ' '
                     MOVE 'N' TO WS-TRAN-OK-FLAG
                     MOVE 'INVALID ADJUSTMENT SIGN' TO WS-REJECT-REASON
                  ELSE
                     PERFORM 4110-CHECK-BURSAR-STUDENT
                  END-IF
               END-IF
            END-IF
         END-IF
      END-IF.

   4110-CHECK-BURSAR-STUDENT.
      MOVE BTRAN-STUDENT-ID TO WS-BURS-ID.
      MOVE WS-BURS-ID TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
         INVALID KEY
            MOVE 'N' TO WS-TRAN-OK-FLAG
            MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
      END-READ.

   4200-POST-BURSAR-TRAN.
      MOVE SPACES TO LEDGER-REC-IX.
      MOVE WS-BURS-ID       TO LEDGER-STUDENT-ID-IX.
      MOVE BTRAN-TYPE       TO LEDGER-TYPE-IX.
      MOVE BTRAN-TERM       TO LEDGER-TERM-IX.
      MOVE BTRAN-REFERENCE  TO LEDGER-REFERENCE-IX.
      MOVE BTRAN-DESC       TO LEDGER-DESC-IX.
      IF BTRAN-TYPE = 'P'
         MOVE 'PAYM' TO LEDGER-CODE-IX
         COMPUTE WS-POST-AMOUNT = 0 - BTRAN-AMOUNT
         IF BTRAN-DESC = SPACES
            MOVE 'PAYMENT - THANK YOU' TO LEDGER-DESC-IX
         END-IF
      ELSE
         MOVE 'ADJM' TO LEDGER-CODE-IX
         IF BTRAN-SIGN = '-'
            COMPUTE WS-POST-AMOUNT = 0 - BTRAN-AMOUNT
         ELSE
            MOVE BTRAN-AMOUNT TO WS-POST-AMOUNT
         END-IF
         IF BTRAN-DESC = SPACES
            MOVE 'ACCOUNT ADJUSTMENT' TO LEDGER-DESC-IX
         END-IF
      END-IF.
      MOVE WS-POST-AMOUNT TO LEDGER-AMOUNT-IX.
      PERFORM 7000-POST-LEDGER.
      IF WS-POSTED
         ADD 1 TO WS-BURS-POST-COUNT
         IF BTRAN-TYPE = 'P'
            ADD WS-POST-AMOUNT TO WS-PAYMENT-TOTAL
         ELSE
            ADD WS-POST-AMOUNT TO WS-ADJUST-TOTAL
         END-IF
      ELSE
         ADD 1 TO WS-BURS-REJECT-COUNT
      END-IF.

   4900-REJECT-BURSAR-TRAN.
      ADD 1 TO WS-BURS-REJECT-COUNT.
      MOVE SPACES TO WS-REGISTER-LINE.
      MOVE BTRAN-STUDENT-ID TO WS-RL-ID.
      MOVE BTRAN-TERM       TO WS-RL-TERM.
      MOVE BTRAN-TYPE       TO WS-RL-TYPE.
      IF BTRAN-AMOUNT NUMERIC
         MOVE BTRAN-AMOUNT TO WS-RL-AMOUNT
      ELSE
         MOVE 0 TO WS-RL-AMOUNT
      END-IF.
      MOVE 'REJECTED'       TO WS-RL-RESULT.
      MOVE WS-REJECT-REASON TO WS-RL-NOTE.
      PERFORM 7100-WRITE-REGISTER-LINE.

   5000-PRINT-STATEMENTS.
      *> One pass over the whole ledger after everything is posted.
      *> A statement goes to every student with activity in the
      *> term or a balance carried from before it; every account
      *> that owes money goes on the aged receivables report.
      MOVE SPACES TO AGING-REPORT-LINE.
      STRING 'AGED RECEIVABLES AS OF ' WS-ASOF-DATE
         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE SPACES TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE WS-AGING-HEADING TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE 'Y' TO WS-FIRST-STUDENT-FLAG.
      MOVE LOW-VALUES TO LEDGER-KEY-IX.
      MOVE 'N' TO WS-LEDGER-DONE-FLAG.
      START ACCTFILE
         KEY IS NOT LESS THAN LEDGER-KEY-IX
         INVALID KEY
            MOVE 'Y' TO WS-LEDGER-DONE-FLAG
      END-START.
      PERFORM UNTIL WS-LEDGER-DONE
         READ ACCTFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-LEDGER-DONE-FLAG
            NOT AT END
               PERFORM 5100-TAKE-LEDGER-ENTRY
         END-READ
      END-PERFORM.
      IF NOT WS-FIRST-STUDENT
         PERFORM 5200-FINISH-ACCOUNT
      END-IF.
      PERFORM 5500-WRITE-AGING-TOTALS.

   5100-TAKE-LEDGER-ENTRY.
      IF WS-FIRST-STUDENT
         OR LEDGER-STUDENT-ID-IX NOT = WS-CURR-ID
         IF NOT WS-FIRST-STUDENT
            PERFORM 5200-FINISH-ACCOUNT
         END-IF
         MOVE 'N' TO WS-FIRST-STUDENT-FLAG
         MOVE LEDGER-STUDENT-ID-IX TO WS-CURR-ID
         MOVE 0 TO WS-ENT-COUNT
         MOVE 0 TO WS-ACCT-BALANCE
         MOVE 0 TO WS-PRIOR-BALANCE
         MOVE 'N' TO WS-TERM-ACTIVITY-FLAG
      END-IF.
      ADD LEDGER-AMOUNT-IX TO WS-ACCT-BALANCE.
      IF LEDGER-TERM-IX = WS-BILL-TERM
         MOVE 'Y' TO WS-TERM-ACTIVITY-FLAG
      ELSE
         ADD LEDGER-AMOUNT-IX TO WS-PRIOR-BALANCE
      END-IF.
      IF WS-ENT-COUNT < 999
         ADD 1 TO WS-ENT-COUNT
         MOVE LEDGER-POST-DATE-IX TO WS-ENT-DATE(WS-ENT-COUNT)
         MOVE LEDGER-TERM-IX      TO WS-ENT-TERM(WS-ENT-COUNT)
         MOVE LEDGER-TYPE-IX      TO WS-ENT-TYPE(WS-ENT-COUNT)
         MOVE LEDGER-DESC-IX      TO WS-ENT-DESC(WS-ENT-COUNT)
         MOVE LEDGER-AMOUNT-IX    TO WS-ENT-AMOUNT(WS-ENT-COUNT)
      ELSE
         DISPLAY 'Ledger entries beyond 999 for student '
            WS-CURR-ID ' left off the statement and aging'
      END-IF.

   5200-FINISH-ACCOUNT.
      IF WS-TERM-ACTIVITY OR WS-ACCT-BALANCE NOT = 0
         PERFORM 5300-PRINT-STATEMENT
      END-IF.
      IF WS-ACCT-BALANCE > 0
         PERFORM 5400-AGE-ACCOUNT
      ELSE
         IF WS-ACCT-BALANCE < 0
            ADD 1 TO WS-CREDIT-BAL-COUNT
         END-IF
      END-IF.

   5300-PRINT-STATEMENT.
      MOVE WS-BILL-TERM TO WS-ST-TERM.
      MOVE WS-ASOF-DATE TO WS-ST-ASOF.
      MOVE WS-STMT-TITLE-LINE TO STATEMENT-LINE.
      WRITE STATEMENT-LINE AFTER ADVANCING PAGE.
      MOVE SPACES TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      MOVE WS-CURR-ID TO STUDENT-ID-IX.
      MOVE WS-CURR-ID TO WS-SN-ID.
      READ OUTFILE-INDEXED
         INVALID KEY
            MOVE '** NOT ON MASTER **' TO WS-SN-NAME
         NOT INVALID KEY
            MOVE STUDENT-NAME-IX TO WS-SN-NAME
      END-READ.
      MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      PERFORM 5310-PRINT-ADDRESS.
      MOVE SPACES TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      MOVE WS-STMT-HEADING TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      MOVE SPACES TO WS-STMT-BALANCE-LINE.
      MOVE 'PREVIOUS BALANCE' TO WS-SB-TEXT.
      IF WS-PRIOR-BALANCE < 0
         COMPUTE WS-SB-AMOUNT = 0 - WS-PRIOR-BALANCE
         MOVE 'PREVIOUS CREDIT' TO WS-SB-TEXT
      ELSE
         MOVE WS-PRIOR-BALANCE TO WS-SB-AMOUNT
      END-IF.
      MOVE WS-STMT-BALANCE-LINE TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
         UNTIL WS-ENT-SUB > WS-ENT-COUNT
         IF WS-ENT-TERM(WS-ENT-SUB) = WS-BILL-TERM
            PERFORM 5320-PRINT-STATEMENT-LINE
         END-IF
      END-PERFORM.
      MOVE SPACES TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      MOVE SPACES TO WS-STMT-BALANCE-LINE.
      IF WS-ACCT-BALANCE < 0
         MOVE 'CREDIT BALANCE' TO WS-SB-TEXT
         COMPUTE WS-SB-AMOUNT = 0 - WS-ACCT-BALANCE
      ELSE
         MOVE 'BALANCE DUE' TO WS-SB-TEXT
         MOVE WS-ACCT-BALANCE TO WS-SB-AMOUNT
      END-IF.
      MOVE WS-STMT-BALANCE-LINE TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.
      ADD 1 TO WS-STATEMENT-COUNT.

   5310-PRINT-ADDRESS.
      MOVE WS-CURR-ID TO CONTACT-ID-IX.
      READ CONTFILE
         INVALID KEY
            MOVE '** NO MAILING ADDRESS ON FILE **' TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            ADD 1 TO WS-NO-ADDRESS-COUNT
         NOT INVALID KEY
            IF CONTACT-ADDR-1-IX = SPACES
               MOVE '** NO MAILING ADDRESS ON FILE **'
                  TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
            ELSE
               MOVE CONTACT-ADDR-1-IX TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF CONTACT-ADDR-2-IX NOT = SPACES
                  MOVE CONTACT-ADDR-2-IX TO STATEMENT-LINE
                  WRITE STATEMENT-LINE
               END-IF
               MOVE CONTACT-CITY-IX  TO WS-SC-CITY
               MOVE CONTACT-STATE-IX TO WS-SC-STATE
               MOVE CONTACT-ZIP-IX   TO WS-SC-ZIP
               MOVE WS-STMT-CITY-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
            END-IF
      END-READ.

   5320-PRINT-STATEMENT-LINE.
      MOVE SPACES TO WS-STMT-DETAIL.
      MOVE WS-ENT-DATE(WS-ENT-SUB) TO WS-SD-DATE.
      MOVE WS-ENT-TERM(WS-ENT-SUB) TO WS-SD-TERM.
      MOVE WS-ENT-DESC(WS-ENT-SUB) TO WS-SD-DESC.
      IF WS-ENT-AMOUNT(WS-ENT-SUB) < 0
         COMPUTE WS-SD-CREDIT = 0 - WS-ENT-AMOUNT(WS-ENT-SUB)
      ELSE
         MOVE WS-ENT-AMOUNT(WS-ENT-SUB) TO WS-SD-CHARGE
      END-IF.
      MOVE WS-STMT-DETAIL TO STATEMENT-LINE.
      WRITE STATEMENT-LINE.

   5400-AGE-ACCOUNT.
      *> Payments and credits are applied to the oldest charges
      *> first; whatever of each charge is left open is aged from
      *> the date it was posted to the as-of date.
      MOVE 0 TO WS-AGE-CREDIT.
      PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
         MOVE 0 TO WS-AGE-BUCKET(WS-AGE-SUB)
      END-PERFORM.
      PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
         UNTIL WS-ENT-SUB > WS-ENT-COUNT
         IF WS-ENT-AMOUNT(WS-ENT-SUB) < 0
            SUBTRACT WS-ENT-AMOUNT(WS-ENT-SUB) FROM WS-AGE-CREDIT
         END-IF
      END-PERFORM.
      PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
         UNTIL WS-ENT-SUB > WS-ENT-COUNT
         IF WS-ENT-AMOUNT(WS-ENT-SUB) > 0
            PERFORM 5410-AGE-CHARGE
         END-IF
      END-PERFORM.
      MOVE SPACES TO WS-AGING-LINE.
      MOVE WS-CURR-ID TO WS-AL-ID.
      MOVE WS-CURR-ID TO STUDENT-ID-IX.
      READ OUTFILE-INDEXED
         INVALID KEY
            MOVE '**' TO WS-AL-CAMPUS
         NOT INVALID KEY
            MOVE STUDENT-CAMPUS-IX TO WS-AL-CAMPUS
      END-READ.
      PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
         MOVE WS-AGE-BUCKET(WS-AGE-SUB) TO WS-AL-BUCKET(WS-AGE-SUB)
         ADD WS-AGE-BUCKET(WS-AGE-SUB) TO WS-AGE-TOTAL(WS-AGE-SUB)
      END-PERFORM.
      MOVE WS-ACCT-BALANCE TO WS-AL-BUCKET(5).
      ADD WS-ACCT-BALANCE TO WS-AGE-GRAND-TOTAL.
      MOVE WS-AGING-LINE TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      ADD 1 TO WS-AGED-COUNT.

   5410-AGE-CHARGE.
      MOVE WS-ENT-AMOUNT(WS-ENT-SUB) TO WS-AGE-OPEN.
      IF WS-AGE-CREDIT NOT < WS-AGE-OPEN
         SUBTRACT WS-AGE-OPEN FROM WS-AGE-CREDIT
         MOVE 0 TO WS-AGE-OPEN
      ELSE
         SUBTRACT WS-AGE-CREDIT FROM WS-AGE-OPEN
         MOVE 0 TO WS-AGE-CREDIT
      END-IF.
      IF WS-AGE-OPEN > 0
         COMPUTE WS-AGE-DAYS = WS-ASOF-DAY-NUMBER
            - FUNCTION INTEGER-OF-DATE(WS-ENT-DATE(WS-ENT-SUB))
         EVALUATE TRUE
            WHEN WS-AGE-DAYS NOT > 30
               MOVE 1 TO WS-AGE-SUB
            WHEN WS-AGE-DAYS NOT > 60
               MOVE 2 TO WS-AGE-SUB
            WHEN WS-AGE-DAYS NOT > 90
               MOVE 3 TO WS-AGE-SUB
            WHEN OTHER
               MOVE 4 TO WS-AGE-SUB
         END-EVALUATE
         ADD WS-AGE-OPEN TO WS-AGE-BUCKET(WS-AGE-SUB)
      END-IF.

   5500-WRITE-AGING-TOTALS.
      MOVE SPACES TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE SPACES TO WS-AGING-LINE.
      MOVE 'TOTAL' TO WS-AL-ID.
      PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
         MOVE WS-AGE-TOTAL(WS-AGE-SUB) TO WS-AL-BUCKET(WS-AGE-SUB)
      END-PERFORM.
      MOVE WS-AGE-GRAND-TOTAL TO WS-AL-BUCKET(5).
      MOVE WS-AGING-LINE TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE SPACES TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE 'ACCOUNTS AGED         :' TO WS-TL-TEXT.
      MOVE WS-AGED-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.
      MOVE 'CREDIT BALANCES       :' TO WS-TL-TEXT.
      MOVE WS-CREDIT-BAL-COUNT TO WS-TL-COUNT.
      MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE.
      WRITE AGING-REPORT-LINE.

   7000-POST-LEDGER.
      *> The caller fills the record; the key takes today's date and
      *> the next free sequence number for the student and date.
      MOVE WS-CURRENT-DATE TO LEDGER-POST-DATE-IX.
      MOVE WS-OPERATOR-ID  TO LEDGER-OPERATOR-IX.
      *> Only a duplicate key (22) moves on to the next sequence
      *> number; any other failure ends the attempt at once.
      MOVE 'N' TO WS-POSTED-FLAG.
      MOVE '22' TO WS-ACCTFILE-STATUS.
      PERFORM VARYING WS-LEDGER-SEQ FROM 1 BY 1
         UNTIL WS-POSTED OR WS-LEDGER-SEQ > 9998
         OR WS-ACCTFILE-STATUS NOT = '22'
         MOVE WS-LEDGER-SEQ TO LEDGER-SEQ-IX
         WRITE LEDGER-REC-IX
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'Y' TO WS-POSTED-FLAG
         END-WRITE
      END-PERFORM.
      MOVE SPACES TO WS-REGISTER-LINE.
      MOVE LEDGER-STUDENT-ID-IX TO WS-RL-ID.
      MOVE LEDGER-TERM-IX       TO WS-RL-TERM.
      MOVE LEDGER-TYPE-IX       TO WS-RL-TYPE.
      MOVE LEDGER-CODE-IX       TO WS-RL-CODE.
      MOVE LEDGER-AMOUNT-IX     TO WS-RL-AMOUNT.
      IF WS-POSTED
         ADD 1 TO WS-LEDGER-WRITE-COUNT
         MOVE 'POSTED'   TO WS-RL-RESULT
         MOVE LEDGER-REFERENCE-IX TO WS-RL-NOTE
      ELSE
         DISPLAY 'ACCTIDX write failed - status = '
            WS-ACCTFILE-STATUS ' student ' LEDGER-STUDENT-ID-IX
         ADD 1 TO WS-POST-FAIL-COUNT
         MOVE 'REJECTED' TO WS-RL-RESULT
         MOVE 'LEDGER WRITE FAILED' TO WS-RL-NOTE
      END-IF.
      PERFORM 7100-WRITE-REGISTER-LINE.

   7100-WRITE-REGISTER-LINE.
      MOVE WS-REGISTER-LINE TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.

   0800-WRITE-TOTALS.
      MOVE SPACES TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE 'ENROLLMENTS READ       :' TO WS-TL-TEXT.
      MOVE WS-ENROLL-READ-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'ENROLLMENTS REJECTED   :' TO WS-TL-TEXT.
      MOVE WS-ENROLL-REJECT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'STUDENTS ASSESSED      :' TO WS-TL-TEXT.
      MOVE WS-STUDENT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  NOT ON MASTER        :' TO WS-TL-TEXT.
      MOVE WS-NOT-ON-MASTER-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  NO RATE FOR CAMPUS   :' TO WS-TL-TEXT.
      MOVE WS-NO-RATE-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'CHARGES POSTED         :' TO WS-TL-TEXT.
      MOVE WS-CHARGE-POST-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'DROPPED - REVERSED     :' TO WS-TL-TEXT.
      MOVE WS-REVERSAL-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'BURSAR RECORDS READ    :' TO WS-TL-TEXT.
      MOVE WS-BURS-READ-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'BURSAR RECORDS POSTED  :' TO WS-TL-TEXT.
      MOVE WS-BURS-POST-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'BURSAR RECORDS REJECTED:' TO WS-TL-TEXT.
      MOVE WS-BURS-REJECT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'STATEMENTS PRINTED     :' TO WS-TL-TEXT.
      MOVE WS-STATEMENT-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE '  NO MAILING ADDRESS   :' TO WS-TL-TEXT.
      MOVE WS-NO-ADDRESS-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE 'LEDGER WRITES FAILED   :' TO WS-TL-TEXT.
      MOVE WS-POST-FAIL-COUNT TO WS-TL-COUNT.
      PERFORM 0810-WRITE-TOTAL-LINE.
      MOVE SPACES TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE 'NET CHARGES POSTED     :' TO WS-ML-TEXT.
      MOVE WS-CHARGE-TOTAL TO WS-ML-AMOUNT.
      MOVE WS-MONEY-LINE TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE 'PAYMENTS POSTED        :' TO WS-ML-TEXT.
      MOVE WS-PAYMENT-TOTAL TO WS-ML-AMOUNT.
      MOVE WS-MONEY-LINE TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE 'ADJUSTMENTS POSTED     :' TO WS-ML-TEXT.
      MOVE WS-ADJUST-TOTAL TO WS-ML-AMOUNT.
      MOVE WS-MONEY-LINE TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.
      MOVE 'RECEIVABLES OUTSTANDING:' TO WS-ML-TEXT.
      MOVE WS-AGE-GRAND-TOTAL TO WS-ML-AMOUNT.
      MOVE WS-MONEY-LINE TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.

   0810-WRITE-TOTAL-LINE.
      MOVE WS-TOTAL-LINE TO BILL-REGISTER-LINE.
      WRITE BILL-REGISTER-LINE.

   0900-TERMINATE.
      IF NOT WS-OUTIDX-OPEN-FAILED
         CLOSE OUTFILE-INDEXED
      END-IF.
      IF NOT WS-CONTFILE-OPEN-FAILED
         CLOSE CONTFILE
      END-IF.
      IF NOT WS-ACCTFILE-OPEN-FAILED
         CLOSE ACCTFILE
      END-IF.
      CLOSE BILLREG.
      CLOSE STMTFILE.
      CLOSE AGERPT.

   0700-SET-RETURN-CODE.
      *> 0 clean, 4 something could not be billed or posted (see
      *> the register), 8 no TERM card, 16 a file the step needs
      *> did not open.
      IF WS-OUTIDX-OPEN-FAILED OR WS-ACCTFILE-OPEN-FAILED
         OR WS-COURSFILE-OPEN-FAILED OR WS-RC-FILE-FAILURE
         OR WS-CONTFILE-OPEN-FAILED OR WS-BURSFILE-OPEN-FAILED
         SET WS-RC-FILE-FAILURE TO TRUE
      ELSE
         IF NOT WS-CONTROL-OK
            SET WS-RC-NO-CONTROL-CARD TO TRUE
         ELSE
            IF WS-ENROLL-REJECT-COUNT > 0 OR WS-NO-RATE-COUNT > 0
               OR WS-NOT-ON-MASTER-COUNT > 0
               OR WS-BURS-REJECT-COUNT > 0
               OR WS-NO-ADDRESS-COUNT > 0
               OR WS-POST-FAIL-COUNT > 0
               SET WS-RC-SOME-REJECTS TO TRUE
            ELSE
               SET WS-RC-SUCCESS TO TRUE
            END-IF
         END-IF
      END-IF.

   COPY RUNLOGIO.
