      *> Census snapshot record on CENSUS.KSDS: a frozen copy of one
      *> ENROLL row as it stood on the snapshot date, keyed on term,
      *> snapshot date, student, and course so every snapshot of a
      *> term sits together and reads back in the same student and
      *> course order as ENROLL.KSDS itself. Written only by CENSNAP,
      *> which refuses to add to a term and date already on file, so
      *> a census figure given out once can always be reproduced.
      *> CENSCMP sets two snapshots, or a snapshot and the live
      *> file, side by side.
       01 CENSUS-SNAPSHOT-FILE.
              05 CENS-KEY.
                     10 CENS-TERM-CODE PIC X(6).
                     10 CENS-SNAPSHOT-DATE PIC 9(8).
                     10 CENS-STUDENT-ID PIC 9(5).
                     10 CENS-COURSE-CODE PIC X(4).
      *> ENROLL-STATUS, ENROLL-GRADE, and ENROLL-STATUS-DATE as they
      *> were on the snapshot date.
              05 CENS-ENROLL-STATUS PIC X(1).
                     88 CENS-ENROLL-ACTIVE VALUE 'A'.
                     88 CENS-ENROLL-DROPPED VALUE 'D'.
              05 CENS-ENROLL-GRADE PIC X(2).
              05 CENS-STATUS-DATE PIC 9(8).
      *> The student master's ENROLLMENT-STATUS on the snapshot date;
      *> space when the student was not on STUDENT.KSDS.
              05 CENS-STUDENT-STATUS PIC X(1).
                     88 CENS-STUDENT-ACTIVE VALUE 'A'.
                     88 CENS-STUDENT-WITHDRAWN VALUE 'W'.
                     88 CENS-STUDENT-GRADUATED VALUE 'G'.
                     88 CENS-STUDENT-NOT-ON-FILE VALUE SPACE.
      *> CATALOG-CREDIT-HOURS on the snapshot date; zero when the
      *> course was not in the catalog.
              05 CENS-CREDIT-HOURS PIC 9(2).
