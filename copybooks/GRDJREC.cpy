      *> Grade-change journal record, appended by the grade
      *> maintenance step for every enrollment whose grade it
      *> changes: when, who, the enrollment (student, term, course),
      *> the action (G grade change, L incomplete lapsed to F), the
      *> reason code and the grade before and after.  A printable
      *> line kept as the registrar's audit trail.  Include in the
      *> FD as-is:
      *>    COPY GRDJREC.
01 GRADE-JOURNAL-REC.
   05 GRDJ-DATE                  PIC 9(8).
   05 FILLER                     PIC X(1).
   05 GRDJ-TIME                  PIC 9(6).
   05 FILLER                     PIC X(1).
   05 GRDJ-OPERATOR              PIC X(20).
   05 FILLER                     PIC X(1).
   05 GRDJ-ACTION                PIC X(1).
   05 FILLER                     PIC X(1).
   05 GRDJ-STUDENT-ID            PIC 9(5).
   05 FILLER                     PIC X(1).
   05 GRDJ-TERM                  PIC 9(5).
   05 FILLER                     PIC X(1).
   05 GRDJ-COURSE                PIC X(8).
   05 FILLER                     PIC X(1).
   05 GRDJ-OLD-GRADE             PIC X(2).
   05 FILLER                     PIC X(1).
   05 GRDJ-NEW-GRADE             PIC X(2).
   05 FILLER                     PIC X(1).
   05 GRDJ-REASON                PIC X(4).
