      *> Student account master record, one per student the bursar
      *> has ever billed, keyed on STUDENT-ID. ARPOST opens the
      *> account on the first invoice and keeps the running balance
      *> as invoices, payments, and adjustments post to the ledger
      *> detail in ACCTLEDG.KSDS. ARAGING sets or clears the
      *> financial hold from the age of the open charges, and
      *> ENRMAINT refuses a registration for a student on hold
      *> unless the override is keyed.
       01 STUDENT-ACCOUNT-FILE.
              05 ACCT-STUDENT-ID PIC 9(5).
      *> Open charges less unapplied credit; negative when the
      *> student has paid ahead.
              05 ACCT-BALANCE PIC S9(7)V99.
      *> Payments and credits not yet matched to a charge. ARPOST
      *> applies them to the next charge that posts.
              05 ACCT-UNAPPLIED-CREDIT PIC 9(7)V99.
      *> Highest LEDG-SEQ used for the student; the next ledger
      *> entry takes this plus one.
              05 ACCT-LAST-LEDGER-SEQ PIC 9(5).
              05 ACCT-LAST-ACTIVITY-DATE PIC 9(8).
              05 ACCT-HOLD-FLAG PIC X(1).
                     88 ACCT-FINANCIAL-HOLD VALUE 'H'.
                     88 ACCT-NO-HOLD VALUE SPACE.
      *> Date ARAGING placed the hold; zero when there is none.
              05 ACCT-HOLD-DATE PIC 9(8).
