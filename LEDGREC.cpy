      *> Student account ledger detail, one row per invoice,
      *> payment, or adjustment ARPOST posts, keyed on STUDENT-ID
      *> plus a per-student sequence number so a student's entries
      *> read back in posting order. Charges (invoices and debit
      *> adjustments) carry the portion still unpaid in
      *> LEDG-OPEN-AMOUNT; payments and credit adjustments are
      *> applied to the oldest open charge first, and ARAGING ages
      *> whatever is still open from LEDG-POST-DATE.
       01 ACCOUNT-LEDGER-FILE.
              05 LEDG-KEY.
                     10 LEDG-STUDENT-ID PIC 9(5).
                     10 LEDG-SEQ PIC 9(5).
              05 LEDG-ENTRY-TYPE PIC X(1).
                     88 LEDG-INVOICE VALUE 'I'.
                     88 LEDG-PAYMENT VALUE 'P'.
                     88 LEDG-DEBIT-ADJUSTMENT VALUE 'D'.
                     88 LEDG-CREDIT-ADJUSTMENT VALUE 'C'.
                     88 LEDG-CHARGE VALUES 'I' 'D'.
      *> Invoice date from the TUITION header for an invoice, the
      *> bursar's transaction date for everything else.
              05 LEDG-POST-DATE PIC 9(8).
              05 LEDG-TERM-CODE PIC X(6).
              05 LEDG-REFERENCE PIC X(10).
              05 LEDG-AMOUNT PIC 9(7)V99.
              05 LEDG-OPEN-AMOUNT PIC 9(7)V99.
      *> Date the ARPOST run that posted the entry ran.
              05 LEDG-RUN-DATE PIC 9(8).
