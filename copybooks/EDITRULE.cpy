01 WS-LEAP-REMAINDER          PIC 9(4)  VALUE 0.
01 WS-LEAP-YEAR-FLAG          PIC X(1)  VALUE 'N'.
   88 WS-LEAP-YEAR                      VALUE 'Y'.
      *> Student ID check digit (paragraphs in IDCHK).  IDs from
      *> WS-IDCHECK-FROM up must carry a valid check digit; zero means
      *> the scheme is not yet in force.
01 WS-IDCHECK-FROM            PIC 9(5)  VALUE 0.
01 WS-CHK-ID                  PIC 9(5)  VALUE 0.
01 WS-CHK-ID-PARTS REDEFINES WS-CHK-ID.
   05 WS-CHK-ID-BASE          PIC 9(4).
   05 WS-CHK-ID-DIGIT         PIC 9(1).
01 WS-CHK-BASE                PIC 9(4)  VALUE 0.
01 WS-CHK-BASE-DIGITS REDEFINES WS-CHK-BASE.
   05 WS-CHK-BASE-DIGIT       PIC 9(1)  OCCURS 4 TIMES.
01 WS-CHK-DIGIT               PIC 9(1)  VALUE 0.
01 WS-CHK-SUB                 PIC 9(1)  VALUE 0.
01 WS-CHK-WORK                PIC 9(2)  VALUE 0.
01 WS-CHK-SUM                 PIC 9(3)  VALUE 0.
01 WS-CHK-QUOTIENT            PIC 9(3)  VALUE 0.
01 WS-CHK-REMAINDER           PIC 9(1)  VALUE 0.
01 WS-CHK-DIGIT-OK-FLAG       PIC X(1)  VALUE 'Y'.
   88 WS-CHK-DIGIT-OK                   VALUE 'Y'.
