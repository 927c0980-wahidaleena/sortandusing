      *> Letter grades recognised by the registrar, with their
      *> quality points (two implied decimals) and the grade class
      *> that decides how an attempt counts:
      *>    G  graded - credit and quality points, counts in GPA
      *>    P  pass - earns credit, no quality points, not in GPA
      *>    N  no credit (W withdrawn, AU audit) - not in GPA
      *>    I  incomplete - held out of GPA and credit until the
      *>       grade is resolved
      *> Shared by every program that prices or prints grades.
      *> Include as-is:
      *>    COPY GRADETBL.
01 WS-GRADE-POINTS-TEXT.
   05 FILLER                  PIC X(6)  VALUE 'A 400G'.
   05 FILLER                  PIC X(6)  VALUE 'A-370G'.
   05 FILLER                  PIC X(6)  VALUE 'B+330G'.
   05 FILLER                  PIC X(6)  VALUE 'B 300G'.
   05 FILLER                  PIC X(6)  VALUE 'B-270G'.
   05 FILLER                  PIC X(6)  VALUE 'C+230G'.
   05 FILLER                  PIC X(6)  VALUE 'C 200G'.
   05 FILLER                  PIC X(6)  VALUE 'C-170G'.
   05 FILLER                  PIC X(6)  VALUE 'D+130G'.
   05 FILLER                  PIC X(6)  VALUE 'D 100G'.
   05 FILLER                  PIC X(6)  VALUE 'F 000G'.
   05 FILLER                  PIC X(6)  VALUE 'P 000P'.
   05 FILLER                  PIC X(6)  VALUE 'W 000N'.
   05 FILLER                  PIC X(6)  VALUE 'AU000N'.
   05 FILLER                  PIC X(6)  VALUE 'I 000I'.
01 WS-GRADE-POINTS-TABLE REDEFINES WS-GRADE-POINTS-TEXT.
   05 WS-GRADE-ENTRY OCCURS 15 TIMES.
      10 WS-GRADE-LETTER      PIC X(2).
      10 WS-GRADE-POINTS      PIC 9V99.
      10 WS-GRADE-CLASS       PIC X(1).
01 WS-GRADE-COUNT             PIC 9(2)  VALUE 15.
01 WS-GRADE-SUB               PIC 9(2)  VALUE 0.
01 WS-GRADE-LOOKUP            PIC X(2)  VALUE SPACES.
01 WS-GRADE-FOUND-FLAG        PIC X(1)  VALUE 'N'.
   88 WS-GRADE-FOUND                    VALUE 'Y'.
