      *> STUDENT-ID control record: the single record on the IDCTL
      *> file from which the intake step issues new student numbers.
      *> IDCTL-NEXT-BASE is the next four-digit base to try; the
      *> issued ID is that base followed by its check digit (see
      *> IDCHK).  IDCTL-LAST-ID and IDCTL-LAST-DATE record the most
      *> recent issue, IDCTL-ISSUED-COUNT the running total.
01 IDCTL-REC.
   05 IDCTL-NEXT-BASE            PIC 9(5).
   05 IDCTL-LAST-ID              PIC 9(5).
   05 IDCTL-LAST-DATE            PIC 9(8).
   05 IDCTL-ISSUED-COUNT         PIC 9(7).
   05 FILLER                     PIC X(15).
