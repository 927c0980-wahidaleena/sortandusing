      *> Student hold record, one per student and hold type, kept on
      *> its own indexed file keyed on HOLD-KEY.  HOLD-TYPE is F
      *> (financial), D (disciplinary), R (registrar) or L
      *> (library).  A hold is active while HOLD-RELEASED-DATE is
      *> zero; releasing it stamps the date and operator and keeps
      *> the record as history.  HOLD-BLOCK-FLAG Y means the hold
      *> stops official transcripts; N holds are informational.
      *> Dates are YYYYMMDD.  Include with, e.g.:
      *>    COPY HOLDREC REPLACING
      *>       ==HOLD-REC==           BY ==HOLD-REC-IX==
      *>       ==HOLD-KEY==           BY ==HOLD-KEY-IX==
      *>       ==HOLD-STUDENT-ID==    BY ==HOLD-STUDENT-ID-IX==
      *>       ==HOLD-TYPE==          BY ==HOLD-TYPE-IX==
      *>       ==HOLD-PLACED-DATE==   BY ==HOLD-PLACED-DATE-IX==
      *>       ==HOLD-PLACED-BY==     BY ==HOLD-PLACED-BY-IX==
      *>       ==HOLD-RELEASED-DATE== BY ==HOLD-RELEASED-DATE-IX==
      *>       ==HOLD-RELEASED-BY==   BY ==HOLD-RELEASED-BY-IX==
      *>       ==HOLD-BLOCK-FLAG==    BY ==HOLD-BLOCK-FLAG-IX==
      *>       ==HOLD-REASON==        BY ==HOLD-REASON-IX==.
01 HOLD-REC.
   05 HOLD-KEY.
      10 HOLD-STUDENT-ID         PIC 9(5).
      10 HOLD-TYPE               PIC X(1).
   05 HOLD-PLACED-DATE           PIC 9(8).
   05 HOLD-PLACED-BY             PIC X(20).
   05 HOLD-RELEASED-DATE         PIC 9(8).
   05 HOLD-RELEASED-BY           PIC X(20).
   05 HOLD-BLOCK-FLAG            PIC X(1).
   05 HOLD-REASON                PIC X(30).
