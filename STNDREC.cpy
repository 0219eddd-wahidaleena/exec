      *> Academic standing history record, one row per student per
      *> assessed term, keyed on STUDENT-ID plus TERM-CODE. Written
      *> by the ACSTAND term-end run after GRDPOST has landed the
      *> term's grades; a rerun for the same term replaces the row.
      *> ACSTAND reads a student's earlier rows for the prior
      *> standing that decides between probation and suspension, and
      *> ENRMAINT reads them to refuse a suspended student's
      *> registration in the term that follows the suspension.
       01 STANDING-FILE.
              05 STND-KEY.
                     10 STND-STUDENT-ID PIC 9(5).
                     10 STND-TERM-CODE PIC X(6).
      *> Graded hours and GPA for the term alone, then for every
      *> term up to and including it, on the TRNSCRPT scale.
              05 STND-TERM-HOURS PIC 9(3).
              05 STND-TERM-GPA PIC 9V99.
              05 STND-CUM-HOURS PIC 9(4).
              05 STND-CUM-GPA PIC 9V99.
              05 STND-STANDING PIC X(1).
                     88 STND-DEANS-LIST VALUE 'D'.
                     88 STND-GOOD-STANDING VALUE 'G'.
                     88 STND-PROBATION VALUE 'P'.
                     88 STND-SUSPENDED VALUE 'S'.
      *> Standing carried from the student's latest earlier row;
      *> space when this is the first term assessed.
              05 STND-PRIOR-STANDING PIC X(1).
      *> Calendar term that follows the assessed term - the term a
      *> suspension keeps the student out of. Spaces when the
      *> calendar has no later term yet.
              05 STND-NEXT-TERM-CODE PIC X(6).
              05 STND-RUN-DATE PIC 9(8).
