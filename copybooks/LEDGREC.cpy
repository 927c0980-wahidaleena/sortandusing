      *> Student account ledger record, one per posting, kept on its
      *> own indexed file keyed on LEDGER-KEY: the student, the date
      *> posted (YYYYMMDD) and a sequence within that date, so a
      *> student's postings read back in the order they were made.
      *> LEDGER-TYPE is C (charge), P (payment) or A (adjustment).
      *> LEDGER-AMOUNT is signed: charges and debit adjustments are
      *> positive, payments and credit adjustments negative, so the
      *> balance is the plain sum.  A reassessed term posts only the
      *> difference, as a further C record under the same code.
      *> LEDGER-CODE is TUIT (tuition), PAYM (payment), ADJM
      *> (adjustment) or the fee code from the billing rate cards.
      *> Include with, e.g.:
      *>    COPY LEDGREC REPLACING
      *>       ==LEDGER-REC==        BY ==LEDGER-REC-IX==
      *>       ==LEDGER-KEY==        BY ==LEDGER-KEY-IX==
      *>       ==LEDGER-STUDENT-ID== BY ==LEDGER-STUDENT-ID-IX==
      *>       ==LEDGER-POST-DATE==  BY ==LEDGER-POST-DATE-IX==
      *>       ==LEDGER-SEQ==        BY ==LEDGER-SEQ-IX==
      *>       ==LEDGER-TYPE==       BY ==LEDGER-TYPE-IX==
      *>       ==LEDGER-TERM==       BY ==LEDGER-TERM-IX==
      *>       ==LEDGER-CODE==       BY ==LEDGER-CODE-IX==
      *>       ==LEDGER-DESC==       BY ==LEDGER-DESC-IX==
      *>       ==LEDGER-AMOUNT==     BY ==LEDGER-AMOUNT-IX==
      *>       ==LEDGER-REFERENCE==  BY ==LEDGER-REFERENCE-IX==
      *>       ==LEDGER-OPERATOR==   BY ==LEDGER-OPERATOR-IX==.
01 LEDGER-REC.
   05 LEDGER-KEY.
      10 LEDGER-STUDENT-ID       PIC 9(5).
      10 LEDGER-POST-DATE        PIC 9(8).
      10 LEDGER-SEQ              PIC 9(4).
   05 LEDGER-TYPE                PIC X(1).
   05 LEDGER-TERM                PIC 9(5).
   05 LEDGER-CODE                PIC X(4).
   05 LEDGER-DESC                PIC X(20).
   05 LEDGER-AMOUNT              PIC S9(7)V99.
   05 LEDGER-REFERENCE           PIC X(10).
   05 LEDGER-OPERATOR            PIC X(20).
