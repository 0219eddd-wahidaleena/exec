      *> Course prerequisite record, one row per course a course
      *> requires, keyed on the course code plus the required course
      *> code so all of a course's prerequisites read back together.
      *> Maintained by PRQMAINT the way CRSMAINT maintains the
      *> catalog; read by ENRMAINT and STUBULK to refuse a
      *> registration the student is not prepared for, and by
      *> PRQEXCP for the term-start exception report.
       01 PREREQUISITE-FILE.
              05 PREQ-KEY.
                     10 PREQ-COURSE-CODE PIC X(4).
                     10 PREQ-REQUIRED-COURSE PIC X(4).
      *> Lowest letter grade in the required course that satisfies
      *> the prerequisite, on the TRNSCRPT grade-point scale.
              05 PREQ-MIN-GRADE PIC X(2).
