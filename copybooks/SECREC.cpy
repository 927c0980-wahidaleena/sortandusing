      *> Operator authorization card, one per operator ID, on the
      *> audit office's security file.  Columns 1-20 operator ID (as
      *> the USER environment value gives it), then one Y/N byte
      *> each for add, change, delete, GPA change and status change
      *> in columns 22-26, then up to ten campus codes from column
      *> 28, each two characters followed by a space.  Campus ** on
      *> the list means every campus.  Include in the FD as-is:
      *>    COPY SECREC.
01 SECURITY-CARD.
   05 SEC-OPERATOR-ID            PIC X(20).
   05 FILLER                     PIC X(1).
   05 SEC-ALLOW-ADD              PIC X(1).
   05 SEC-ALLOW-CHANGE           PIC X(1).
   05 SEC-ALLOW-DELETE           PIC X(1).
   05 SEC-ALLOW-GPA              PIC X(1).
   05 SEC-ALLOW-STATUS           PIC X(1).
   05 FILLER                     PIC X(1).
   05 SEC-CAMPUS-LIST.
      10 SEC-CAMPUS-ENTRY OCCURS 10 TIMES.
         15 SEC-CAMPUS-CODE      PIC X(2).
         15 FILLER               PIC X(1).
   05 FILLER                     PIC X(23).
