      *> Course catalog record: one per course code the registrar
      *> offers or has offered, kept on its own indexed file keyed on
      *> CATALOG-CODE.  CATALOG-CREDITS is the standard credit hours
      *> in the same one-implied-decimal form as COURSE-CREDITS.
      *> CATALOG-STATUS is A (active) or R (retired); a retired course
      *> carries in CATALOG-RETIRED-TERM the first term (YYYYT) it is
      *> no longer offered, so enrollments from earlier terms still
      *> validate.  CATALOG-LASTACT (YYYYMMDD) is stamped by the
      *> catalog maintenance step.  Include with, e.g.:
      *>    COPY CATLREC REPLACING
      *>       ==CATALOG-REC==          BY ==CATALOG-REC-IX==
      *>       ==CATALOG-CODE==         BY ==CATALOG-CODE-IX==
      *>       ==CATALOG-TITLE==        BY ==CATALOG-TITLE-IX==
      *>       ==CATALOG-DEPT==         BY ==CATALOG-DEPT-IX==
      *>       ==CATALOG-CREDITS==      BY ==CATALOG-CREDITS-IX==
      *>       ==CATALOG-STATUS==       BY ==CATALOG-STATUS-IX==
      *>       ==CATALOG-RETIRED-TERM== BY ==CATALOG-RETIRED-TERM-IX==
      *>       ==CATALOG-LASTACT==      BY ==CATALOG-LASTACT-IX==.
01 CATALOG-REC.
   05 CATALOG-CODE               PIC X(8).
   05 CATALOG-TITLE              PIC X(30).
   05 CATALOG-DEPT               PIC X(4).
   05 CATALOG-CREDITS            PIC 9V9.
   05 CATALOG-STATUS             PIC X(1).
   05 CATALOG-RETIRED-TERM       PIC 9(5).
   05 CATALOG-LASTACT            PIC 9(8).
