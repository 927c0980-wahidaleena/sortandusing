      *> Degree requirements card, kept by the registrar as a card
      *> file (DEGRIN), one program's cards together:
      *>    P PROGRM CCCC GGG TITLE
      *>          the program itself: total credits required (one
      *>          implied decimal, 1200 = 120.0), minimum cumulative
      *>          GPA (two implied decimals, 200 = 2.00), title
      *>    C PROGRM COURSE
      *>          a course the program requires
      *>    G PROGRM GRP  N COURSE   COURSE   ...
      *>          a course group: N of the listed courses (up to
      *>          seven per card) must be completed.  Further G
      *>          cards with the same group id add courses to it.
      *> The P card must come before the program's C and G cards.
      *> Columns not shown are blank.  Include into the FD as-is:
      *>    FD DEGRFILE.
      *>       COPY DEGRREC.
01 DEGREE-REQ-CARD.
   05 DEGR-TYPE                  PIC X(1).
   05 FILLER                     PIC X(1).
   05 DEGR-PROGRAM               PIC X(6).
   05 FILLER                     PIC X(1).
   05 DEGR-DETAIL                PIC X(71).
   05 DEGR-PROGRAM-DATA REDEFINES DEGR-DETAIL.
      10 DEGR-TOTAL-CREDITS      PIC 9(3)V9.
      10 FILLER                  PIC X(1).
      10 DEGR-MIN-GPA            PIC 9V99.
      10 FILLER                  PIC X(1).
      10 DEGR-TITLE              PIC X(30).
      10 FILLER                  PIC X(32).
   05 DEGR-COURSE-DATA REDEFINES DEGR-DETAIL.
      10 DEGR-COURSE-CODE        PIC X(8).
      10 FILLER                  PIC X(63).
   05 DEGR-GROUP-DATA REDEFINES DEGR-DETAIL.
      10 DEGR-GROUP-ID           PIC X(4).
      10 FILLER                  PIC X(1).
      10 DEGR-GROUP-NEEDED       PIC 9(1).
      10 FILLER                  PIC X(1).
      10 DEGR-GROUP-ENTRY OCCURS 7 TIMES.
         15 DEGR-GROUP-COURSE    PIC X(8).
         15 FILLER               PIC X(1).
      10 FILLER                  PIC X(1).
