      *> One student's course attempts, held in working storage so
      *> the repeat policy can look across the whole history before
      *> anything is totalled.  The including program fills term,
      *> code, credits and grade; 7500-CLASSIFY-ATTEMPTS (COPY
      *> CRSMARK) fills class, points and marker:
      *>    WS-CRS-MARKER  space  counts normally
      *>                   R      repeated - replaced in the
      *>                          cumulative totals by a later
      *>                          graded or passed attempt
      *>                   E      not counted in GPA (P, W, AU, I,
      *>                          or a grade not on the table)
      *> An entry is 22 bytes.  Include as-is:
      *>    COPY CRSTBL.
01 WS-CRS-TABLE.
   05 WS-CRS-COUNT            PIC 9(3)  VALUE 0.
   05 WS-CRS-ENTRY OCCURS 500 TIMES.
      10 WS-CRS-TERM          PIC 9(5).
      10 WS-CRS-CODE          PIC X(8).
      10 WS-CRS-CREDITS       PIC 9V9.
      10 WS-CRS-GRADE         PIC X(2).
      10 WS-CRS-CLASS         PIC X(1).
      10 WS-CRS-POINTS        PIC 9V99.
      10 WS-CRS-MARKER        PIC X(1).
01 WS-CRS-SUB                 PIC 9(3)  VALUE 0.
01 WS-CRS-LATER-SUB           PIC 9(3)  VALUE 0.
