      *> Security violation record, appended by every maintenance
      *> program that checks operator authorization.  A printable
      *> line for the audit office: date, time, operator, program,
      *> transaction action, STUDENT-ID, the campus that was checked
      *> and why the transaction was refused.  Include in the FD
      *> as-is:
      *>    COPY SECVREC.
01 SECVIOL-REC.
   05 SECV-DATE                  PIC 9(8).
   05 FILLER                     PIC X(1).
   05 SECV-TIME                  PIC 9(6).
   05 FILLER                     PIC X(1).
   05 SECV-OPERATOR              PIC X(20).
   05 FILLER                     PIC X(1).
   05 SECV-PROGRAM               PIC X(8).
   05 FILLER                     PIC X(1).
   05 SECV-ACTION                PIC X(1).
   05 FILLER                     PIC X(1).
   05 SECV-STUDENT-ID            PIC X(5).
   05 FILLER                     PIC X(1).
   05 SECV-CAMPUS                PIC X(2).
   05 FILLER                     PIC X(1).
   05 SECV-REASON                PIC X(25).
