      *> Degree requirements held in working storage, loaded from
      *> the DEGRIN cards (COPY DEGRLOAD).  Include as-is:
      *>    COPY DEGRTBL.
01 WS-DEGRFILE-STATUS         PIC X(2)  VALUE SPACES.
01 WS-DEGRFILE-OPEN-FAILED-FLAG PIC X(1) VALUE 'N'.
   88 WS-DEGRFILE-OPEN-FAILED           VALUE 'Y'.
01 WS-DEGR-AT-END-FLAG        PIC X(1)  VALUE 'N'.
   88 WS-DEGR-AT-END                    VALUE 'Y'.
01 WS-PROG-FOUND-FLAG         PIC X(1)  VALUE 'N'.
   88 WS-PROG-FOUND                     VALUE 'Y'.
01 WS-DEGR-CARD-REJECT-COUNT  PIC 9(5)  VALUE 0.
01 WS-PROG-TABLE.
   05 WS-PROG-COUNT           PIC 9(2)  VALUE 0.
   05 WS-PROG-ENTRY OCCURS 50 TIMES.
      10 WS-PROG-CODE         PIC X(6).
      10 WS-PROG-TITLE        PIC X(30).
      10 WS-PROG-CREDITS      PIC 9(3)V9.
      10 WS-PROG-MIN-GPA      PIC 9V99.
      10 WS-PROG-REQ-COUNT    PIC 9(2).
      10 WS-PROG-REQ-COURSE   PIC X(8)  OCCURS 30 TIMES.
      10 WS-PROG-GRP-COUNT    PIC 9(2).
      10 WS-PROG-GRP OCCURS 10 TIMES.
         15 WS-PROG-GRP-ID       PIC X(4).
         15 WS-PROG-GRP-NEEDED   PIC 9(1).
         15 WS-PROG-GRP-CRS-COUNT PIC 9(2).
         15 WS-PROG-GRP-COURSE   PIC X(8)  OCCURS 20 TIMES.
01 WS-PROG-SUB                PIC 9(2)  VALUE 0.
01 WS-PROG-REQ-SUB            PIC 9(2)  VALUE 0.
01 WS-PROG-GRP-SUB            PIC 9(2)  VALUE 0.
01 WS-PROG-GRP-CRS-SUB        PIC 9(2)  VALUE 0.
01 WS-DEGR-CARD-SUB           PIC 9(2)  VALUE 0.
01 WS-PROG-LOOKUP             PIC X(6)  VALUE SPACES.
