IDENTIFICATION DIVISION.
PROGRAM-ID. STUMASK.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT MASKCTL ASSIGN TO MASKCTL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MASKCTL-STATUS.
      SELECT OPTIONAL RULEFILE ASSIGN TO RULES
         ORGANIZATION IS LINE SEQUENTIAL.
      SELECT OUTFILE-INDEXED ASSIGN TO OUTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-IX
         FILE STATUS IS WS-OUTIDX-STATUS.
      SELECT MASKFILE-INDEXED ASSIGN TO MASKIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS STUDENT-ID-MX
         FILE STATUS IS WS-MASKIDX-STATUS.
      SELECT CONTFILE ASSIGN TO CNTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTACT-ID-IX
         FILE STATUS IS WS-CONTFILE-STATUS.
      SELECT MASKCONT ASSIGN TO MCNTIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTACT-ID-MX
         FILE STATUS IS WS-MASKCONT-STATUS.
      SELECT COURSFILE ASSIGN TO CRSIN
         FILE STATUS IS WS-COURSFILE-STATUS.
      SELECT MASKCRS ASSIGN TO MCRSOUT
         FILE STATUS IS WS-MASKCRS-STATUS.
      SELECT OPTIONAL ARCFILE ASSIGN TO ARCIN
         FILE STATUS IS WS-ARCFILE-STATUS.
      SELECT MASKARC ASSIGN TO MARCOUT
         FILE STATUS IS WS-MASKARC-STATUS.
      SELECT OPTIONAL XREFFILE ASSIGN TO XREFIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS XREF-RETIRED-ID-X
         FILE STATUS IS WS-XREFFILE-STATUS.
      SELECT MASKXREF ASSIGN TO MXREFIDX
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS XREF-RETIRED-ID-MX
         FILE STATUS IS WS-MASKXREF-STATUS.
      SELECT MASKRPT ASSIGN TO MASKRPT
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD MASKCTL.
      *> Card format follows the RULES file: keyword in columns
      *> 1-7, value from column 9.
      *>    SEED    NNNNNNNN   eight-digit masking key, required.
      *>                       The same key gives the same masked
      *>                       IDs every run, so test sets taken on
      *>                       different days still line up.  Keep
      *>                       the card out of the test library: with
      *>                       it the IDs can be traced back.
      *> Anything else (comments, blanks) is ignored.
      01 MASK-CONTROL-CARD.
         05 MCC-KEYWORD            PIC X(7).
         05 FILLER                 PIC X(1).
         05 MCC-VALUE              PIC X(72).
   FD RULEFILE.
      01 RULE-CARD.
         05 RULE-KEYWORD           PIC X(7).
         05 FILLER                 PIC X(1).
         05 RULE-VALUE             PIC X(72).
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
   FD MASKFILE-INDEXED.
      COPY STUDREC REPLACING
         ==STUDENT-REC==    BY ==STUDENT-REC-MX==
         ==STUDENT-ID==     BY ==STUDENT-ID-MX==
         ==STUDENT-NAME==   BY ==STUDENT-NAME-MX==
         ==STUDENT-DOB==    BY ==STUDENT-DOB-MX==
         ==STUDENT-GPA==    BY ==STUDENT-GPA-MX==
         ==STUDENT-STATUS== BY ==STUDENT-STATUS-MX==
         ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-MX==
         ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-MX==.
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
   FD MASKCONT.
      COPY CONTREC REPLACING
         ==CONTACT-REC==     BY ==CONTACT-REC-MX==
         ==CONTACT-ID==      BY ==CONTACT-ID-MX==
         ==CONTACT-ADDR-1==  BY ==CONTACT-ADDR-1-MX==
         ==CONTACT-ADDR-2==  BY ==CONTACT-ADDR-2-MX==
         ==CONTACT-CITY==    BY ==CONTACT-CITY-MX==
         ==CONTACT-STATE==   BY ==CONTACT-STATE-MX==
         ==CONTACT-ZIP==     BY ==CONTACT-ZIP-MX==
         ==CONTACT-EMAIL==   BY ==CONTACT-EMAIL-MX==
         ==CONTACT-LASTACT== BY ==CONTACT-LASTACT-MX==.
   FD COURSFILE.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-I==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-I==
         ==COURSE-TERM==       BY ==COURSE-TERM-I==
         ==COURSE-CODE==       BY ==COURSE-CODE-I==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-I==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-I==.
   FD MASKCRS.
      COPY COURSREC REPLACING
         ==COURSE-REC==        BY ==COURSE-REC-M==
         ==COURSE-STUDENT-ID== BY ==COURSE-STUDENT-ID-M==
         ==COURSE-TERM==       BY ==COURSE-TERM-M==
         ==COURSE-CODE==       BY ==COURSE-CODE-M==
         ==COURSE-CREDITS==    BY ==COURSE-CREDITS-M==
         ==COURSE-GRADE==      BY ==COURSE-GRADE-M==.
   FD ARCFILE.
      01 ARCHIVE-RECORD.
         05 ARC-STUDENT-DATA       PIC X(53).
         05 ARC-PURGE-DATE         PIC 9(8).
   FD MASKARC.
      01 MASK-ARCHIVE-RECORD.
         05 MARC-STUDENT-DATA      PIC X(53).
         05 MARC-PURGE-DATE        PIC 9(8).
   FD XREFFILE.
      COPY XREFREC REPLACING
         ==XREF-REC==         BY ==XREF-REC-X==
         ==XREF-RETIRED-ID==  BY ==XREF-RETIRED-ID-X==
         ==XREF-SURVIVOR-ID== BY ==XREF-SURVIVOR-ID-X==
         ==XREF-MERGE-DATE==  BY ==XREF-MERGE-DATE-X==.
   FD MASKXREF.
      COPY XREFREC REPLACING
         ==XREF-REC==         BY ==XREF-REC-MX==
         ==XREF-RETIRED-ID==  BY ==XREF-RETIRED-ID-MX==
         ==XREF-SURVIVOR-ID== BY ==XREF-SURVIVOR-ID-MX==
         ==XREF-MERGE-DATE==  BY ==XREF-MERGE-DATE-MX==.
   FD MASKRPT.
      01 MASK-REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
   COPY EDITRULE.

   COPY STUDREC REPLACING
      ==STUDENT-REC==    BY ==STUDENT-REC-S==
      ==STUDENT-ID==     BY ==STUDENT-ID-S==
      ==STUDENT-NAME==   BY ==STUDENT-NAME-S==
      ==STUDENT-DOB==    BY ==STUDENT-DOB-S==
      ==STUDENT-GPA==    BY ==STUDENT-GPA-S==
      ==STUDENT-STATUS== BY ==STUDENT-STATUS-S==
      ==STUDENT-CAMPUS== BY ==STUDENT-CAMPUS-S==
      ==STUDENT-LASTACT== BY ==STUDENT-LASTACT-S==.

   01 WS-MASKCTL-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-CTL-AT-END-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CTL-AT-END                     VALUE 'Y'.
   01 WS-CONTROL-OK-FLAG         PIC X(1)  VALUE 'N'.
      88 WS-CONTROL-OK                     VALUE 'Y'.
   01 WS-OUTIDX-STATUS           PIC X(2)  VALUE SPACES.
   01 WS-OUTIDX-OPEN-FAILED-FLAG PIC X(1)  VALUE 'N'.
      88 WS-OUTIDX-OPEN-FAILED             VALUE 'Y'.
   01 WS-MASKIDX-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-MASKIDX-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-MASKIDX-OPEN-FAILED            VALUE 'Y'.
   01 WS-CONTFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-CONTFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-CONTFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-MASKCONT-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-MASKCONT-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-MASKCONT-OPEN-FAILED           VALUE 'Y'.
   01 WS-COURSFILE-STATUS        PIC X(2)  VALUE SPACES.
   01 WS-COURSFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-COURSFILE-OPEN-FAILED          VALUE 'Y'.
   01 WS-MASKCRS-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-MASKCRS-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-MASKCRS-OPEN-FAILED            VALUE 'Y'.
   01 WS-ARCFILE-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-ARCFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-ARCFILE-OPEN-FAILED            VALUE 'Y'.
   01 WS-MASKARC-STATUS          PIC X(2)  VALUE SPACES.
   01 WS-MASKARC-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-MASKARC-OPEN-FAILED            VALUE 'Y'.
   01 WS-XREFFILE-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-XREFFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-XREFFILE-OPEN-FAILED           VALUE 'Y'.
   01 WS-MASKXREF-STATUS         PIC X(2)  VALUE SPACES.
   01 WS-MASKXREF-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
      88 WS-MASKXREF-OPEN-FAILED           VALUE 'Y'.
   01 WS-AT-END-FLAG             PIC X(1)  VALUE 'N'.
      88 WS-AT-END                         VALUE 'Y'.

   *> The STUDENT-ID swap.  The first four digits (the base) are
   *> permuted by an affine map keyed on the SEED card, separately
   *> below and above the IDCHECK cutover base so an ID never
   *> crosses the cutover; the cutover base itself and base 0 map
   *> to themselves.  The fifth digit keeps its distance from the
   *> Luhn check digit, so an ID that carries a valid check digit
   *> gets one that does too.  Every production ID maps to exactly
   *> one masked ID, the same one in every file.
   01 WS-MASK-SEED               PIC 9(8)  VALUE 0.
   01 WS-CUTOVER-BASE            PIC 9(4)  VALUE 0.
   01 WS-PERM-TABLE.
      05 WS-PERM-RANGE OCCURS 2 TIMES.
         10 WS-PERM-LOW          PIC 9(4).
         10 WS-PERM-SIZE         PIC 9(4).
         10 WS-PERM-MULT         PIC 9(4).
         10 WS-PERM-OFFSET       PIC 9(4).
   01 WS-PERM-SUB                PIC 9(1)  VALUE 0.
   01 WS-PRIME-TEXT              PIC X(32) VALUE
      '79197901787778737867785378417829'.
   01 WS-PRIME-TABLE REDEFINES WS-PRIME-TEXT.
      05 WS-PRIME                PIC 9(4)  OCCURS 8 TIMES.
   01 WS-PRIME-SUB               PIC 9(2)  VALUE 0.
   01 WS-PRIME-TRIES             PIC 9(2)  VALUE 0.
   01 WS-MASK-IN-ID              PIC 9(5)  VALUE 0.
   01 WS-MASK-IN-PARTS REDEFINES WS-MASK-IN-ID.
      05 WS-MASK-IN-BASE         PIC 9(4).
      05 WS-MASK-IN-DIGIT        PIC 9(1).
   01 WS-MASK-OUT-ID             PIC 9(5)  VALUE 0.
   01 WS-MASK-OUT-PARTS REDEFINES WS-MASK-OUT-ID.
      05 WS-MASK-OUT-BASE        PIC 9(4).
      05 WS-MASK-OUT-DIGIT       PIC 9(1).
   01 WS-MASK-DISTANCE           PIC 9(2)  VALUE 0.
   01 WS-MASK-PRODUCT            PIC 9(9)  VALUE 0.
   01 WS-MASK-QUOTIENT           PIC 9(9)  VALUE 0.
   01 WS-MASK-REMAINDER          PIC 9(4)  VALUE 0.

   *> Fake identities are drawn from these tables by the masked
   *> ID, so a student keeps one fake name and address across the
   *> master, archive and contact files.
   01 WS-FIRST-NAME-TEXT.
      05 FILLER                  PIC X(10) VALUE 'JAMES'.
      05 FILLER                  PIC X(10) VALUE 'MARY'.
      05 FILLER                  PIC X(10) VALUE 'ROBERT'.
      05 FILLER                  PIC X(10) VALUE 'PATRICIA'.
      05 FILLER                  PIC X(10) VALUE 'JOHN'.
      05 FILLER                  PIC X(10) VALUE 'JENNIFER'.
      05 FILLER                  PIC X(10) VALUE 'MICHAEL'.
      05 FILLER                  PIC X(10) VALUE 'LINDA'.
      05 FILLER                  PIC X(10) VALUE 'DAVID'.
      05 FILLER                  PIC X(10) VALUE 'ELIZABETH'.
      05 FILLER                  PIC X(10) VALUE 'WILLIAM'.
      05 FILLER                  PIC X(10) VALUE 'BARBARA'.
      05 FILLER                  PIC X(10) VALUE 'RICHARD'.
      05 FILLER                  PIC X(10) VALUE 'SUSAN'.
      05 FILLER                  PIC X(10) VALUE 'JOSEPH'.
      05 FILLER                  PIC X(10) VALUE 'JESSICA'.
      05 FILLER                  PIC X(10) VALUE 'THOMAS'.
      05 FILLER                  PIC X(10) VALUE 'SARAH'.
      05 FILLER                  PIC X(10) VALUE 'CHARLES'.
      05 FILLER                  PIC X(10) VALUE 'KAREN'.
   01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-TEXT.
      05 WS-FIRST-NAME           PIC X(10) OCCURS 20 TIMES.
   01 WS-LAST-NAME-TEXT.
      05 FILLER                  PIC X(12) VALUE 'SMITH'.
      05 FILLER                  PIC X(12) VALUE 'JOHNSON'.
      05 FILLER                  PIC X(12) VALUE 'WILLIAMS'.
      05 FILLER                  PIC X(12) VALUE 'BROWN'.
      05 FILLER                  PIC X(12) VALUE 'JONES'.
      05 FILLER                  PIC X(12) VALUE 'GARCIA'.
      05 FILLER                  PIC X(12) VALUE 'MILLER'.
      05 FILLER                  PIC X(12) VALUE 'DAVIS'.
      05 FILLER                  PIC X(12) VALUE 'RODRIGUEZ'.
      05 FILLER                  PIC X(12) VALUE 'MARTINEZ'.
      05 FILLER                  PIC X(12) VALUE 'HERNANDEZ'.
      05 FILLER                  PIC X(12) VALUE 'LOPEZ'.
      05 FILLER                  PIC X(12) VALUE 'GONZALEZ'.
      05 FILLER                  PIC X(12) VALUE 'WILSON'.
      05 FILLER                  PIC X(12) VALUE 'ANDERSON'.
      05 FILLER                  PIC X(12) VALUE 'THOMAS'.
      05 FILLER                  PIC X(12) VALUE 'TAYLOR'.
      05 FILLER                  PIC X(12) VALUE 'MOORE'.
      05 FILLER                  PIC X(12) VALUE 'JACKSON'.
      05 FILLER                  PIC X(12) VALUE 'MARTIN'.
   01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-TEXT.
      05 WS-LAST-NAME            PIC X(12) OCCURS 20 TIMES.
   01 WS-STREET-TEXT.
      05 FILLER                  PIC X(12) VALUE 'MAPLE'.
      05 FILLER                  PIC X(12) VALUE 'OAK'.
      05 FILLER                  PIC X(12) VALUE 'CEDAR'.
      05 FILLER                  PIC X(12) VALUE 'PINE'.
      05 FILLER                  PIC X(12) VALUE 'ELM'.
      05 FILLER                  PIC X(12) VALUE 'WASHINGTON'.
      05 FILLER                  PIC X(12) VALUE 'LAKE'.
      05 FILLER                  PIC X(12) VALUE 'HILL'.
      05 FILLER                  PIC X(12) VALUE 'PARK'.
      05 FILLER                  PIC X(12) VALUE 'MAIN'.
      05 FILLER                  PIC X(12) VALUE 'CHURCH'.
      05 FILLER                  PIC X(12) VALUE 'HIGHLAND'.
      05 FILLER                  PIC X(12) VALUE 'RIVER'.
      05 FILLER                  PIC X(12) VALUE 'SPRING'.
      05 FILLER                  PIC X(12) VALUE 'MEADOW'.
      05 FILLER                  PIC X(12) VALUE 'SUNSET'.
   01 WS-STREET-TABLE REDEFINES WS-STREET-TEXT.
      05 WS-STREET-NAME          PIC X(12) OCCURS 16 TIMES.
   01 WS-SUFFIX-TEXT             PIC X(24) VALUE
      'ST  AVE RD  LN  DR  CT  '.
   01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-TEXT.
      05 WS-STREET-SUFFIX        PIC X(4)  OCCURS 6 TIMES.
   01 WS-CITY-TEXT.
      05 FILLER                  PIC X(16) VALUE 'SPRINGFIELD'.
      05 FILLER                  PIC X(16) VALUE 'FRANKLIN'.
      05 FILLER                  PIC X(16) VALUE 'GREENVILLE'.
      05 FILLER                  PIC X(16) VALUE 'BRISTOL'.
      05 FILLER                  PIC X(16) VALUE 'CLINTON'.
      05 FILLER                  PIC X(16) VALUE 'FAIRVIEW'.
      05 FILLER                  PIC X(16) VALUE 'SALEM'.
      05 FILLER                  PIC X(16) VALUE 'MADISON'.
      05 FILLER                  PIC X(16) VALUE 'GEORGETOWN'.
      05 FILLER                  PIC X(16) VALUE 'ARLINGTON'.
      05 FILLER                  PIC X(16) VALUE 'ASHLAND'.
      05 FILLER                  PIC X(16) VALUE 'OXFORD'.
   01 WS-CITY-TABLE REDEFINES WS-CITY-TEXT.
      05 WS-CITY-NAME            PIC X(16) OCCURS 12 TIMES.
   01 WS-TABLE-SUB               PIC 9(2)  VALUE 0.
   01 WS-TABLE-SUB-2             PIC 9(2)  VALUE 0.
   01 WS-FAKE-NAME               PIC X(25) VALUE SPACES.
   01 WS-FAKE-NUMBER             PIC 9(4)  VALUE 0.
   01 WS-FAKE-ID-TEXT            PIC 9(5)  VALUE 0.
   01 WS-FAKE-UNIT               PIC 9(3)  VALUE 0.
   01 WS-ZIP-WORK                PIC X(9)  VALUE SPACES.
   01 WS-ZIP-TAIL                PIC 9(2)  VALUE 0.
   01 WS-DOB-WORK                PIC 9(8)  VALUE 0.
   01 WS-DOB-WORK-PARTS REDEFINES WS-DOB-WORK.
      05 WS-DOB-WORK-YYYY        PIC 9(4).
      05 WS-DOB-WORK-MM          PIC 9(2).
      05 WS-DOB-WORK-DD          PIC 9(2).

   *> Record counts and control totals, production against masked,
   *> one row per file.
   01 WS-COUNT-TABLE.
      05 WS-CNT-ENTRY OCCURS 5 TIMES.
         10 WS-CNT-READ          PIC 9(7).
         10 WS-CNT-WRITTEN       PIC 9(7).
   01 WS-CNT-SUB                 PIC 9(1)  VALUE 0.
   01 WS-CNT-NAME-TEXT.
      05 FILLER PIC X(20) VALUE 'STUDENT MASTER      '.
      05 FILLER PIC X(20) VALUE 'STUDENT CONTACTS    '.
      05 FILLER PIC X(20) VALUE 'COURSE ENROLLMENTS  '.
      05 FILLER PIC X(20) VALUE 'STUDENT ARCHIVE     '.
      05 FILLER PIC X(20) VALUE 'RETIRED-ID XREF     '.
   01 WS-CNT-NAME-TABLE REDEFINES WS-CNT-NAME-TEXT.
      05 WS-CNT-NAME             PIC X(20) OCCURS 5 TIMES.
   01 WS-MISMATCH-COUNT          PIC 9(7)  VALUE 0.
   01 WS-GPA-TOTAL-IN            PIC 9(7)V99 VALUE 0.
   01 WS-GPA-TOTAL-OUT           PIC 9(7)V99 VALUE 0.
   01 WS-CREDIT-TOTAL-IN         PIC 9(8)V9 VALUE 0.
   01 WS-CREDIT-TOTAL-OUT        PIC 9(8)V9 VALUE 0.

   01 WS-COUNT-HEADING.
      05 FILLER                  PIC X(20) VALUE 'FILE'.
      05 FILLER                  PIC X(12) VALUE '  PRODUCTION'.
      05 FILLER                  PIC X(12) VALUE '      MASKED'.
      05 FILLER                  PIC X(10) VALUE '  RESULT'.
   01 WS-COUNT-LINE.
      05 WS-CT-NAME              PIC X(20).
      05 FILLER                  PIC X(3)  VALUE SPACES.
      05 WS-CT-READ              PIC Z,ZZZ,ZZ9.
      05 FILLER                  PIC X(3)  VALUE SPACES.
      05 WS-CT-WRITTEN           PIC Z,ZZZ,ZZ9.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CT-RESULT            PIC X(8).
   01 WS-CONTROL-TOTAL-LINE.
      05 WS-CTL-NAME             PIC X(20).
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CTL-IN               PIC ZZZZZZZ9.99.
      05 FILLER                  PIC X(1)  VALUE SPACE.
      05 WS-CTL-OUT              PIC ZZZZZZZ9.99.
      05 FILLER                  PIC X(2)  VALUE SPACES.
      05 WS-CTL-RESULT           PIC X(8).

   01 WS-RETURN-CODE             PIC 9(3)  VALUE 0.
      88 WS-RC-SUCCESS                     VALUE 0.
      88 WS-RC-NOTHING-DONE                VALUE 8.
      88 WS-RC-FILE-FAILURE                VALUE 16.

PROCEDURE DIVISION.
   0000-MAIN.
      PERFORM 0100-INITIALIZE.
      IF WS-CONTROL-OK
         AND NOT WS-OUTIDX-OPEN-FAILED
         AND NOT WS-CONTFILE-OPEN-FAILED
         AND NOT WS-COURSFILE-OPEN-FAILED
         AND NOT WS-ARCFILE-OPEN-FAILED
         AND NOT WS-XREFFILE-OPEN-FAILED
         AND NOT WS-MASKIDX-OPEN-FAILED
         AND NOT WS-MASKCONT-OPEN-FAILED
         AND NOT WS-MASKCRS-OPEN-FAILED
         AND NOT WS-MASKARC-OPEN-FAILED
         AND NOT WS-MASKXREF-OPEN-FAILED
         PERFORM 1000-MASK-MASTER
         PERFORM 2000-MASK-CONTACTS
         PERFORM 3000-MASK-COURSES
         PERFORM 4000-MASK-ARCHIVE
         PERFORM 5000-MASK-XREF
         PERFORM 0800-WRITE-CONTROL-REPORT
      END-IF.
      PERFORM 0900-TERMINATE.
      PERFORM 0700-SET-RETURN-CODE.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

   0100-INITIALIZE.
      INITIALIZE WS-COUNT-TABLE.
      PERFORM 0150-LOAD-EDIT-RULES.
      PERFORM 0200-LOAD-CONTROL-CARDS.
      OPEN OUTPUT MASKRPT.
      MOVE 'MASKED TEST-DATA EXTRACT - CONTROL REPORT'
         TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      MOVE SPACES TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      IF WS-CONTROL-OK
         PERFORM 0300-SET-UP-PERMUTATION
         PERFORM 0400-OPEN-FILES
      END-IF.

   COPY EDITLOAD.

   0200-LOAD-CONTROL-CARDS.
      *> Nothing is masked without a SEED: a key written into the
      *> program would let anyone with the source undo the swap.
      OPEN INPUT MASKCTL.
      IF WS-MASKCTL-STATUS NOT = '00'
         DISPLAY 'MASKCTL open failed - status = ' WS-MASKCTL-STATUS
      ELSE
         PERFORM UNTIL WS-CTL-AT-END
            READ MASKCTL
               AT END MOVE 'Y' TO WS-CTL-AT-END-FLAG
               NOT AT END
                  IF MCC-KEYWORD = 'SEED   '
                     AND MCC-VALUE(1:8) NUMERIC
                     MOVE MCC-VALUE(1:8) TO WS-MASK-SEED
                  END-IF
            END-READ
         END-PERFORM
         CLOSE MASKCTL
      END-IF.
      IF WS-MASK-SEED > 0
         SET WS-CONTROL-OK TO TRUE
      ELSE
         DISPLAY 'MASKCTL needs a non-zero SEED card - nothing masked'
      END-IF.

   0300-SET-UP-PERMUTATION.
      *> Range 1 is the bases below the cutover base, range 2 those
      *> above it.  With no IDCHECK card the cutover base is 0 and
      *> range 2 is every base from 1 up.
      DIVIDE WS-IDCHECK-FROM BY 10 GIVING WS-CUTOVER-BASE.
      MOVE 1 TO WS-PERM-LOW(1).
      IF WS-CUTOVER-BASE > 1
         COMPUTE WS-PERM-SIZE(1) = WS-CUTOVER-BASE - 1
      ELSE
         MOVE 0 TO WS-PERM-SIZE(1)
      END-IF.
      COMPUTE WS-PERM-LOW(2)  = WS-CUTOVER-BASE + 1.
      COMPUTE WS-PERM-SIZE(2) = 9999 - WS-CUTOVER-BASE.
      DIVIDE WS-MASK-SEED BY 1000 GIVING WS-MASK-QUOTIENT.
      DIVIDE WS-MASK-QUOTIENT BY 8 GIVING WS-MASK-QUOTIENT
         REMAINDER WS-PRIME-SUB.
      PERFORM VARYING WS-PERM-SUB FROM 1 BY 1 UNTIL WS-PERM-SUB > 2
         PERFORM 0310-SET-UP-RANGE
      END-PERFORM.

   0310-SET-UP-RANGE.
      *> The multiplier is a prime from the table that does not
      *> divide the range size, so the map is one-to-one.
      MOVE 1 TO WS-PERM-MULT(WS-PERM-SUB).
      MOVE 0 TO WS-PERM-OFFSET(WS-PERM-SUB).
      IF WS-PERM-SIZE(WS-PERM-SUB) > 1
         MOVE 0 TO WS-PRIME-TRIES
         MOVE 1 TO WS-MASK-REMAINDER
         PERFORM UNTIL WS-PRIME-TRIES > 8
            OR WS-PERM-MULT(WS-PERM-SUB) > 1
            ADD 1 TO WS-PRIME-SUB
            IF WS-PRIME-SUB > 8
               MOVE 1 TO WS-PRIME-SUB
            END-IF
            ADD 1 TO WS-PRIME-TRIES
            DIVIDE WS-PERM-SIZE(WS-PERM-SUB) BY WS-PRIME(WS-PRIME-SUB)
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
            IF WS-MASK-REMAINDER NOT = 0
               MOVE WS-PRIME(WS-PRIME-SUB)
                  TO WS-PERM-MULT(WS-PERM-SUB)
            END-IF
         END-PERFORM
         DIVIDE WS-MASK-SEED BY WS-PERM-SIZE(WS-PERM-SUB)
            GIVING WS-MASK-QUOTIENT
            REMAINDER WS-PERM-OFFSET(WS-PERM-SUB)
      END-IF.

   0400-OPEN-FILES.
      OPEN INPUT OUTFILE-INDEXED.
      IF WS-OUTIDX-STATUS NOT = '00'
         DISPLAY 'OUTFILE-INDEXED open failed - status = '
            WS-OUTIDX-STATUS
         SET WS-OUTIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT CONTFILE.
      IF WS-CONTFILE-STATUS NOT = '00'
         DISPLAY 'CNTIDX open failed - status = ' WS-CONTFILE-STATUS
         SET WS-CONTFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT COURSFILE.
      IF WS-COURSFILE-STATUS NOT = '00'
         DISPLAY 'COURSFILE open failed - status = ' WS-COURSFILE-STATUS
         SET WS-COURSFILE-OPEN-FAILED TO TRUE
      END-IF.
      *> No archive or no cross-reference in production gives an
      *> empty masked copy, so the test library is still complete.
      OPEN INPUT ARCFILE.
      IF WS-ARCFILE-STATUS NOT = '00'
         AND WS-ARCFILE-STATUS NOT = '05'
         DISPLAY 'ARCIN open failed - status = ' WS-ARCFILE-STATUS
         SET WS-ARCFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN INPUT XREFFILE.
      IF WS-XREFFILE-STATUS NOT = '00'
         AND WS-XREFFILE-STATUS NOT = '05'
         DISPLAY 'XREFIDX open failed - status = ' WS-XREFFILE-STATUS
         SET WS-XREFFILE-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT MASKFILE-INDEXED.
      IF WS-MASKIDX-STATUS NOT = '00'
         DISPLAY 'MASKIDX open failed - status = ' WS-MASKIDX-STATUS
         SET WS-MASKIDX-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT MASKCONT.
      IF WS-MASKCONT-STATUS NOT = '00'
         DISPLAY 'MCNTIDX open failed - status = ' WS-MASKCONT-STATUS
         SET WS-MASKCONT-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT MASKCRS.
      IF WS-MASKCRS-STATUS NOT = '00'
         DISPLAY 'MCRSOUT open failed - status = ' WS-MASKCRS-STATUS
         SET WS-MASKCRS-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT MASKARC.
      IF WS-MASKARC-STATUS NOT = '00'
         DISPLAY 'MARCOUT open failed - status = ' WS-MASKARC-STATUS
         SET WS-MASKARC-OPEN-FAILED TO TRUE
      END-IF.
      OPEN OUTPUT MASKXREF.
      IF WS-MASKXREF-STATUS NOT = '00'
         DISPLAY 'MXREFIDX open failed - status = ' WS-MASKXREF-STATUS
         SET WS-MASKXREF-OPEN-FAILED TO TRUE
      END-IF.

   1000-MASK-MASTER.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         READ OUTFILE-INDEXED NEXT RECORD
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-CNT-READ(1)
               ADD STUDENT-GPA-IX TO WS-GPA-TOTAL-IN
               MOVE STUDENT-REC-IX TO STUDENT-REC-S
               PERFORM 6000-MASK-STUDENT-IMAGE
               MOVE STUDENT-REC-S TO STUDENT-REC-MX
               WRITE STUDENT-REC-MX
                  INVALID KEY
                     DISPLAY 'Masked master write failed for '
                        STUDENT-ID-MX
                  NOT INVALID KEY
                     ADD 1 TO WS-CNT-WRITTEN(1)
                     ADD STUDENT-GPA-MX TO WS-GPA-TOTAL-OUT
               END-WRITE
         END-READ
      END-PERFORM.

   2000-MASK-CONTACTS.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         READ CONTFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-CNT-READ(2)
               MOVE CONTACT-REC-IX TO CONTACT-REC-MX
               PERFORM 6300-MASK-CONTACT
               WRITE CONTACT-REC-MX
                  INVALID KEY
                     DISPLAY 'Masked contact write failed for '
                        CONTACT-ID-MX
                  NOT INVALID KEY
                     ADD 1 TO WS-CNT-WRITTEN(2)
               END-WRITE
         END-READ
      END-PERFORM.

   3000-MASK-COURSES.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         READ COURSFILE
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-CNT-READ(3)
               IF COURSE-CREDITS-I NUMERIC
                  ADD COURSE-CREDITS-I TO WS-CREDIT-TOTAL-IN
               END-IF
               MOVE COURSE-REC-I TO COURSE-REC-M
               IF COURSE-STUDENT-ID-I NUMERIC
                  MOVE COURSE-STUDENT-ID-I TO WS-MASK-IN-ID
                  PERFORM 7000-MASK-ID
                  MOVE WS-MASK-OUT-ID TO COURSE-STUDENT-ID-M
               END-IF
               WRITE COURSE-REC-M
               IF WS-MASKCRS-STATUS = '00'
                  ADD 1 TO WS-CNT-WRITTEN(3)
                  IF COURSE-CREDITS-M NUMERIC
                     ADD COURSE-CREDITS-M TO WS-CREDIT-TOTAL-OUT
                  END-IF
               ELSE
                  DISPLAY 'Masked course write failed for '
                     COURSE-STUDENT-ID-M ' - status = '
                     WS-MASKCRS-STATUS
               END-IF
         END-READ
      END-PERFORM.

   4000-MASK-ARCHIVE.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         READ ARCFILE
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-CNT-READ(4)
               MOVE ARC-STUDENT-DATA TO STUDENT-REC-S
               PERFORM 6000-MASK-STUDENT-IMAGE
               MOVE STUDENT-REC-S  TO MARC-STUDENT-DATA
               MOVE ARC-PURGE-DATE TO MARC-PURGE-DATE
               WRITE MASK-ARCHIVE-RECORD
               IF WS-MASKARC-STATUS = '00'
                  ADD 1 TO WS-CNT-WRITTEN(4)
               ELSE
                  DISPLAY 'Masked archive write failed for '
                     STUDENT-ID-S ' - status = ' WS-MASKARC-STATUS
               END-IF
         END-READ
      END-PERFORM.

   5000-MASK-XREF.
      MOVE 'N' TO WS-AT-END-FLAG.
      PERFORM UNTIL WS-AT-END
         READ XREFFILE NEXT RECORD
            AT END MOVE 'Y' TO WS-AT-END-FLAG
            NOT AT END
               ADD 1 TO WS-CNT-READ(5)
               MOVE XREF-REC-X TO XREF-REC-MX
               MOVE XREF-RETIRED-ID-X TO WS-MASK-IN-ID
               PERFORM 7000-MASK-ID
               MOVE WS-MASK-OUT-ID TO XREF-RETIRED-ID-MX
               MOVE XREF-SURVIVOR-ID-X TO WS-MASK-IN-ID
               PERFORM 7000-MASK-ID
               MOVE WS-MASK-OUT-ID TO XREF-SURVIVOR-ID-MX
               WRITE XREF-REC-MX
                  INVALID KEY
                     DISPLAY 'Masked xref write failed for '
                        XREF-RETIRED-ID-MX
                  NOT INVALID KEY
                     ADD 1 TO WS-CNT-WRITTEN(5)
               END-WRITE
         END-READ
      END-PERFORM.

   6000-MASK-STUDENT-IMAGE.
      *> Master and archive images: ID swapped, fake name, birth
      *> date moved within its year (the year is kept; an age on a
      *> given date may come out one year different).
      *> GPA, status, campus and last-activity date are untouched.
      IF STUDENT-ID-S NUMERIC
         MOVE STUDENT-ID-S TO WS-MASK-IN-ID
         PERFORM 7000-MASK-ID
         MOVE WS-MASK-OUT-ID TO STUDENT-ID-S
      ELSE
         MOVE 0 TO WS-MASK-OUT-ID
      END-IF.
      DIVIDE WS-MASK-OUT-ID BY 20 GIVING WS-MASK-QUOTIENT
         REMAINDER WS-TABLE-SUB.
      ADD 1 TO WS-TABLE-SUB.
      DIVIDE WS-MASK-QUOTIENT BY 20 GIVING WS-MASK-QUOTIENT
         REMAINDER WS-TABLE-SUB-2.
      ADD 1 TO WS-TABLE-SUB-2.
      MOVE SPACES TO WS-FAKE-NAME.
      STRING WS-FIRST-NAME(WS-TABLE-SUB) DELIMITED BY SPACE
         ' ' DELIMITED BY SIZE
         WS-LAST-NAME(WS-TABLE-SUB-2) DELIMITED BY SPACE
         INTO WS-FAKE-NAME
      END-STRING.
      MOVE WS-FAKE-NAME TO STUDENT-NAME-S.
      IF STUDENT-DOB-S NUMERIC AND STUDENT-DOB-S > 0
         MOVE STUDENT-DOB-S TO WS-DOB-WORK
         DIVIDE WS-MASK-OUT-ID BY 12 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-DOB-WORK-MM
         ADD 1 TO WS-DOB-WORK-MM
         DIVIDE WS-MASK-QUOTIENT BY 28 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-DOB-WORK-DD
         ADD 1 TO WS-DOB-WORK-DD
         MOVE WS-DOB-WORK TO STUDENT-DOB-S
      END-IF.

   6300-MASK-CONTACT.
      *> Street, unit, city, ZIP and e-mail are replaced; the state
      *> and the first three ZIP digits (the mail region) are kept.
      *> Blank fields stay blank.
      IF CONTACT-ID-IX NUMERIC
         MOVE CONTACT-ID-IX TO WS-MASK-IN-ID
         PERFORM 7000-MASK-ID
         MOVE WS-MASK-OUT-ID TO CONTACT-ID-MX
      ELSE
         MOVE 0 TO WS-MASK-OUT-ID
      END-IF.
      IF CONTACT-ADDR-1-IX NOT = SPACES
         DIVIDE WS-MASK-OUT-ID BY 9000 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-FAKE-NUMBER
         ADD 100 TO WS-FAKE-NUMBER
         DIVIDE WS-MASK-OUT-ID BY 16 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-TABLE-SUB
         ADD 1 TO WS-TABLE-SUB
         DIVIDE WS-MASK-QUOTIENT BY 6 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-TABLE-SUB-2
         ADD 1 TO WS-TABLE-SUB-2
         MOVE SPACES TO CONTACT-ADDR-1-MX
         STRING WS-FAKE-NUMBER DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-STREET-NAME(WS-TABLE-SUB) DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            WS-STREET-SUFFIX(WS-TABLE-SUB-2) DELIMITED BY SPACE
            INTO CONTACT-ADDR-1-MX
         END-STRING
      END-IF.
      IF CONTACT-ADDR-2-IX NOT = SPACES
         DIVIDE WS-MASK-OUT-ID BY 400 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-FAKE-UNIT
         ADD 1 TO WS-FAKE-UNIT
         MOVE SPACES TO CONTACT-ADDR-2-MX
         STRING 'APT ' DELIMITED BY SIZE
            WS-FAKE-UNIT DELIMITED BY SIZE
            INTO CONTACT-ADDR-2-MX
         END-STRING
      END-IF.
      IF CONTACT-CITY-IX NOT = SPACES
         DIVIDE WS-MASK-OUT-ID BY 12 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-TABLE-SUB
         ADD 1 TO WS-TABLE-SUB
         MOVE WS-CITY-NAME(WS-TABLE-SUB) TO CONTACT-CITY-MX
      END-IF.
      IF CONTACT-ZIP-IX NOT = SPACES
         DIVIDE WS-MASK-OUT-ID BY 100 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-ZIP-TAIL
         MOVE SPACES TO WS-ZIP-WORK
         MOVE CONTACT-ZIP-IX(1:3) TO WS-ZIP-WORK(1:3)
         MOVE WS-ZIP-TAIL         TO WS-ZIP-WORK(4:2)
         MOVE WS-ZIP-WORK TO CONTACT-ZIP-MX
      END-IF.
      IF CONTACT-EMAIL-IX NOT = SPACES
         MOVE WS-MASK-OUT-ID TO WS-FAKE-ID-TEXT
         MOVE SPACES TO CONTACT-EMAIL-MX
         STRING 'TEST' DELIMITED BY SIZE
            WS-FAKE-ID-TEXT DELIMITED BY SIZE
            '@EXAMPLE.EDU' DELIMITED BY SIZE
            INTO CONTACT-EMAIL-MX
         END-STRING
      END-IF.

   7000-MASK-ID.
      *> WS-MASK-IN-ID to WS-MASK-OUT-ID; see WS-PERM-RANGE.
      MOVE WS-MASK-IN-ID TO WS-MASK-OUT-ID.
      IF WS-MASK-IN-BASE NOT = 0
         AND WS-MASK-IN-BASE NOT = WS-CUTOVER-BASE
         IF WS-MASK-IN-BASE < WS-CUTOVER-BASE
            MOVE 1 TO WS-PERM-SUB
         ELSE
            MOVE 2 TO WS-PERM-SUB
         END-IF
         COMPUTE WS-MASK-PRODUCT =
            (WS-MASK-IN-BASE - WS-PERM-LOW(WS-PERM-SUB))
            * WS-PERM-MULT(WS-PERM-SUB) + WS-PERM-OFFSET(WS-PERM-SUB)
         DIVIDE WS-MASK-PRODUCT BY WS-PERM-SIZE(WS-PERM-SUB)
            GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
         COMPUTE WS-MASK-OUT-BASE =
            WS-PERM-LOW(WS-PERM-SUB) + WS-MASK-REMAINDER
         MOVE WS-MASK-IN-BASE TO WS-CHK-BASE
         PERFORM 1250-COMPUTE-CHECK-DIGIT
         COMPUTE WS-MASK-DISTANCE =
            WS-MASK-IN-DIGIT + 10 - WS-CHK-DIGIT
         MOVE WS-MASK-OUT-BASE TO WS-CHK-BASE
         PERFORM 1250-COMPUTE-CHECK-DIGIT
         COMPUTE WS-MASK-DISTANCE = WS-MASK-DISTANCE + WS-CHK-DIGIT
         DIVIDE WS-MASK-DISTANCE BY 10 GIVING WS-MASK-QUOTIENT
            REMAINDER WS-MASK-OUT-DIGIT
      END-IF.

   COPY IDCHK.

   0800-WRITE-CONTROL-REPORT.
      MOVE WS-COUNT-HEADING TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      PERFORM VARYING WS-CNT-SUB FROM 1 BY 1 UNTIL WS-CNT-SUB > 5
         MOVE SPACES TO WS-COUNT-LINE
         MOVE WS-CNT-NAME(WS-CNT-SUB)    TO WS-CT-NAME
         MOVE WS-CNT-READ(WS-CNT-SUB)    TO WS-CT-READ
         MOVE WS-CNT-WRITTEN(WS-CNT-SUB) TO WS-CT-WRITTEN
         IF WS-CNT-READ(WS-CNT-SUB) = WS-CNT-WRITTEN(WS-CNT-SUB)
            MOVE 'MATCH' TO WS-CT-RESULT
         ELSE
            MOVE 'MISMATCH' TO WS-CT-RESULT
            ADD 1 TO WS-MISMATCH-COUNT
         END-IF
         MOVE WS-COUNT-LINE TO MASK-REPORT-LINE
         WRITE MASK-REPORT-LINE
      END-PERFORM.
      MOVE SPACES TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      MOVE SPACES TO WS-CONTROL-TOTAL-LINE.
      MOVE 'MASTER GPA TOTAL'   TO WS-CTL-NAME.
      MOVE WS-GPA-TOTAL-IN      TO WS-CTL-IN.
      MOVE WS-GPA-TOTAL-OUT     TO WS-CTL-OUT.
      IF WS-GPA-TOTAL-IN = WS-GPA-TOTAL-OUT
         MOVE 'MATCH' TO WS-CTL-RESULT
      ELSE
         MOVE 'MISMATCH' TO WS-CTL-RESULT
         ADD 1 TO WS-MISMATCH-COUNT
      END-IF.
      MOVE WS-CONTROL-TOTAL-LINE TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      MOVE SPACES TO WS-CONTROL-TOTAL-LINE.
      MOVE 'COURSE CREDIT TOTAL' TO WS-CTL-NAME.
      MOVE WS-CREDIT-TOTAL-IN   TO WS-CTL-IN.
      MOVE WS-CREDIT-TOTAL-OUT  TO WS-CTL-OUT.
      IF WS-CREDIT-TOTAL-IN = WS-CREDIT-TOTAL-OUT
         MOVE 'MATCH' TO WS-CTL-RESULT
      ELSE
         MOVE 'MISMATCH' TO WS-CTL-RESULT
         ADD 1 TO WS-MISMATCH-COUNT
      END-IF.
      MOVE WS-CONTROL-TOTAL-LINE TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      MOVE SPACES TO MASK-REPORT-LINE.
      WRITE MASK-REPORT-LINE.
      IF WS-MISMATCH-COUNT = 0
         MOVE 'ALL COUNTS AND CONTROL TOTALS AGREE'
            TO MASK-REPORT-LINE
      ELSE
         MOVE 'COUNTS OR TOTALS DISAGREE - MASKED SET NOT USABLE'
            TO MASK-REPORT-LINE
      END-IF.
      WRITE MASK-REPORT-LINE.

   0900-TERMINATE.
      IF WS-CONTROL-OK
         IF NOT WS-OUTIDX-OPEN-FAILED
            CLOSE OUTFILE-INDEXED
         END-IF
         IF NOT WS-CONTFILE-OPEN-FAILED
            CLOSE CONTFILE
         END-IF
         IF NOT WS-COURSFILE-OPEN-FAILED
            CLOSE COURSFILE
         END-IF
         IF NOT WS-ARCFILE-OPEN-FAILED
            CLOSE ARCFILE
         END-IF
         IF NOT WS-XREFFILE-OPEN-FAILED
            CLOSE XREFFILE
         END-IF
         IF NOT WS-MASKIDX-OPEN-FAILED
            CLOSE MASKFILE-INDEXED
         END-IF
         IF NOT WS-MASKCONT-OPEN-FAILED
            CLOSE MASKCONT
         END-IF
         IF NOT WS-MASKCRS-OPEN-FAILED
            CLOSE MASKCRS
         END-IF
         IF NOT WS-MASKARC-OPEN-FAILED
            CLOSE MASKARC
         END-IF
         IF NOT WS-MASKXREF-OPEN-FAILED
            CLOSE MASKXREF
         END-IF
      END-IF.
      CLOSE MASKRPT.

   0700-SET-RETURN-CODE.
      *> 0 the masked set is complete and reconciles, 8 no SEED
      *> card, 16 a file did not open or the counts disagree.
      IF NOT WS-CONTROL-OK
         SET WS-RC-NOTHING-DONE TO TRUE
      ELSE
         IF WS-OUTIDX-OPEN-FAILED OR WS-CONTFILE-OPEN-FAILED
            OR WS-COURSFILE-OPEN-FAILED OR WS-ARCFILE-OPEN-FAILED
            OR WS-XREFFILE-OPEN-FAILED OR WS-MASKIDX-OPEN-FAILED
            OR WS-MASKCONT-OPEN-FAILED OR WS-MASKCRS-OPEN-FAILED
            OR WS-MASKARC-OPEN-FAILED OR WS-MASKXREF-OPEN-FAILED
            OR WS-MISMATCH-COUNT > 0
            SET WS-RC-FILE-FAILURE TO TRUE
         ELSE
            SET WS-RC-SUCCESS TO TRUE
         END-IF
      END-IF.
