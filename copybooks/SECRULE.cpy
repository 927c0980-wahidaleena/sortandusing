      *> Working storage for operator authorization, shared by the
      *> maintenance programs that check it.  Include as-is:
      *>    COPY SECRULE.
      *> The including program sets WS-SEC-PROGRAM and
      *> WS-OPERATOR-ID before PERFORMing 0170-LOAD-SECURITY.
      *> Only the running operator's card is kept; an operator with
      *> no card is authorized for nothing.
01 WS-SECFILE-STATUS          PIC X(2)  VALUE SPACES.
01 WS-SECFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
   88 WS-SECFILE-OPEN-FAILED            VALUE 'Y'.
01 WS-SECVIOL-STATUS          PIC X(2)  VALUE SPACES.
01 WS-SECVIOL-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
   88 WS-SECVIOL-OPEN-FAILED            VALUE 'Y'.
01 WS-SEC-AT-END-FLAG         PIC X(1)  VALUE 'N'.
   88 WS-SEC-AT-END                     VALUE 'Y'.
01 WS-SEC-PROGRAM             PIC X(8)  VALUE SPACES.
01 WS-SEC-OPERATOR-FOUND-FLAG PIC X(1)  VALUE 'N'.
   88 WS-SEC-OPERATOR-FOUND             VALUE 'Y'.
01 WS-SEC-ALLOW-ADD           PIC X(1)  VALUE 'N'.
01 WS-SEC-ALLOW-CHANGE        PIC X(1)  VALUE 'N'.
01 WS-SEC-ALLOW-DELETE        PIC X(1)  VALUE 'N'.
01 WS-SEC-ALLOW-GPA           PIC X(1)  VALUE 'N'.
01 WS-SEC-ALLOW-STATUS        PIC X(1)  VALUE 'N'.
01 WS-SEC-CAMPUS-TABLE.
   05 WS-SEC-CAMPUS           PIC X(2)  OCCURS 10 TIMES.
01 WS-SEC-SUB                 PIC 9(2)  VALUE 0.
01 WS-SEC-OK-FLAG             PIC X(1)  VALUE 'Y'.
   88 WS-SEC-OK                         VALUE 'Y'.
01 WS-SEC-CAMPUS-FOUND-FLAG   PIC X(1)  VALUE 'N'.
   88 WS-SEC-CAMPUS-FOUND               VALUE 'Y'.
01 WS-SEC-CHECK-ACTION        PIC X(1)  VALUE SPACE.
01 WS-SEC-CHECK-ID            PIC X(5)  VALUE SPACES.
01 WS-SEC-CHECK-CAMPUS        PIC X(2)  VALUE SPACES.
01 WS-SEC-REASON              PIC X(25) VALUE SPACES.
01 WS-SEC-TIME                PIC 9(8)  VALUE 0.
01 WS-VIOLATION-COUNT         PIC 9(7)  VALUE 0.
