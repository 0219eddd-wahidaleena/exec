      *> ENRMAINT, and STUBULK to reject term codes the calendar has
      *> never heard of, and by ENRMAINT to refuse a registration
      *> after the add deadline or a drop after the drop deadline
      *> unless an override is keyed. ENRVERF classifies each
      *> student's term credit load against the two thresholds.
       01 TERM-CALENDAR-FILE.
              05 TCAL-TERM-CODE PIC X(6).
              05 TCAL-START-DATE PIC 9(8).
              05 TCAL-END-DATE PIC 9(8).
              05 TCAL-ADD-DEADLINE PIC 9(8).
              05 TCAL-DROP-DEADLINE PIC 9(8).
      *> Credit-hour load thresholds for enrollment verification: at
      *> least TCAL-FULL-TIME-HOURS active hours in the term is
      *> full-time, at least TCAL-HALF-TIME-HOURS half-time. TRMMAINT
      *> sets 12 and 6 when the transaction leaves them blank; zero
      *> on rows that predate the fields, which ENRVERF reads as 12
      *> and 6 as well.
              05 TCAL-FULL-TIME-HOURS PIC 9(2).
              05 TCAL-HALF-TIME-HOURS PIC 9(2).
