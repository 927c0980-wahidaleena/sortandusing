      *> Declared program record: the degree program a student is
      *> working toward, one per student, kept on its own indexed
      *> file keyed on DECL-STUDENT-ID and maintained by STUDECL.
      *> DECL-PROGRAM matches DEGR-PROGRAM on the requirements
      *> cards.  DECL-DATE (YYYYMMDD) and DECL-BY record when and by
      *> whom it was declared or last changed.  Include with, e.g.:
      *>    COPY DECLREC REPLACING
      *>       ==DECL-REC==        BY ==DECL-REC-IX==
      *>       ==DECL-STUDENT-ID== BY ==DECL-STUDENT-ID-IX==
      *>       ==DECL-PROGRAM==    BY ==DECL-PROGRAM-IX==
      *>       ==DECL-DATE==       BY ==DECL-DATE-IX==
      *>       ==DECL-BY==         BY ==DECL-BY-IX==.
01 DECL-REC.
   05 DECL-STUDENT-ID            PIC 9(5).
   05 DECL-PROGRAM               PIC X(6).
   05 DECL-DATE                  PIC 9(8).
   05 DECL-BY                    PIC X(20).
