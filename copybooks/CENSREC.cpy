      *> Census snapshot record.  The census step freezes, for one
      *> term, every enrolled student's master record together with
      *> the term's credit hours and the credits earned before it,
      *> and reports only from this copy - so a master change after
      *> census day cannot alter a submission already made.  A
      *> snapshot is one H record (term, census date, date taken),
      *> one D record per student in STUDENT-ID order, and a T
      *> record carrying the D count and a hash total of the IDs; a
      *> snapshot without its trailer is incomplete.  Credits carry
      *> one implied decimal, as COURSE-CREDITS does.  CSN-STUDENT-
      *> DATA is a STUDREC image.  Include as-is into the FD:
      *>    FD CENSNAP.
      *>       COPY CENSREC.
01 CENSUS-SNAP-REC.
   05 CSN-REC-TYPE               PIC X(1).
      88 CSN-HEADER                         VALUE 'H'.
      88 CSN-DETAIL                         VALUE 'D'.
      88 CSN-TRAILER                        VALUE 'T'.
   05 CSN-DETAIL-DATA.
      10 CSN-STUDENT-DATA        PIC X(53).
      10 CSN-TERM-CREDITS        PIC 9(3)V9.
      10 CSN-CUM-EARNED          PIC 9(4)V9.
      10 FILLER                  PIC X(17).
   05 CSN-HEADER-DATA REDEFINES CSN-DETAIL-DATA.
      10 CSN-TERM                PIC 9(5).
      10 CSN-CENSUS-DATE         PIC 9(8).
      10 CSN-SNAP-DATE           PIC 9(8).
      10 FILLER                  PIC X(58).
   05 CSN-TRAILER-DATA REDEFINES CSN-DETAIL-DATA.
      10 CSN-STUDENT-COUNT       PIC 9(7).
      10 CSN-ID-HASH             PIC 9(12).
      10 FILLER                  PIC X(60).
