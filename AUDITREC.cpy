      *> Audit record for master-file maintenance. Appended to the
      *> AUDQ transient data queue by STUMAINT and ENRMAINT online and
      *> by STUBULK, CRSMAINT, PRQMAINT and OPRMAINT in batch, so
      *> every add, change, delete, register, and drop carries a
      *> before-image, an after-image, and who/what made it.
      *> AUDIT-FILE-ID says which file the images belong to, and the
      *> full record travels in AUDIT-BEFORE-RECORD/AUDIT-AFTER-RECORD
      *> so a change to any field - not just the ID and NAME - stays
      *> visible. AUDIT-STUDENT-ID is the student the event concerns
      *> (zero for catalog, prerequisite, and operator authority
      *> traffic) and feeds the AUDINQ by-student inquiry.
       01 AUDIT-RECORD.
              05 AUDIT-TIMESTAMP.
                     10 AUDIT-DATE PIC 9(8).
                     88 AUDIT-FILE-STUDENT VALUE 'STUDENT'.
                     88 AUDIT-FILE-ENROLL VALUE 'ENROLL'.
                     88 AUDIT-FILE-COURSE VALUE 'COURSE'.
                     88 AUDIT-FILE-PREREQ VALUE 'PREREQ'.
                     88 AUDIT-FILE-OPERAUTH VALUE 'OPERAUTH'.
              05 AUDIT-STUDENT-ID PIC 9(5).
      *> 'Y' when the terminal user keyed the deadline override on an
      *> ENRMAINT register or drop, 'P' when the registrar waived a
      *> prerequisite (ENRMAINT or STUBULK), 'B' for both, 'S' when
      *> the system itself filled a freed seat from the waitlist;
      *> space otherwise.
              05 AUDIT-OVERRIDE-CODE PIC X(1).
              05 AUDIT-BEFORE-IMAGE.
                     10 AUDIT-BEFORE-STUDENT-ID PIC 9(5).
