      *> Program-of-study requirement record, keyed on the program
      *> code plus a course code so a program's rows read back
      *> together. The row whose course code is spaces is the
      *> program header and carries the title and the minimum total
      *> credit hours; every other row names a course the program
      *> requires and the lowest grade in it that counts. Maintained
      *> by PRGMAINT the way PRQMAINT maintains PREREQ.KSDS; read by
      *> the DEGAUDIT degree audit.
       01 PROGRAM-REQUIREMENT-FILE.
              05 PROG-KEY.
                     10 PROG-PROGRAM-CODE PIC X(6).
                     10 PROG-COURSE-CODE PIC X(4).
                            88 PROG-HEADER-ROW VALUE SPACES.
      *> Header row only; spaces and zero on a course row.
              05 PROG-PROGRAM-TITLE PIC X(30).
              05 PROG-MIN-CREDIT-HOURS PIC 9(3).
      *> Course row only, on the TRNSCRPT grade-point scale; spaces
      *> on the header row.
              05 PROG-MIN-GRADE PIC X(2).
