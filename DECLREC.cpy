      *> Declared program of study, one row per student, keyed on
      *> STUDENT-ID. Kept apart from STUDENT-FILE so the student
      *> master layout every batch and CICS program shares stays as
      *> it is. Maintained by PRGMAINT; DEGAUDIT audits each declared
      *> student against the program named here.
       01 DECLARATION-FILE.
              05 DECL-STUDENT-ID PIC 9(5).
              05 DECL-PROGRAM-CODE PIC X(6).
      *> Run date of the PRGMAINT add or change that last set the
      *> program.
              05 DECL-DECLARED-DATE PIC 9(8).
