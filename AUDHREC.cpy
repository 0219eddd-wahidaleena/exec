                     88 AUDH-FILE-STUDENT VALUE 'STUDENT'.
                     88 AUDH-FILE-ENROLL VALUE 'ENROLL'.
                     88 AUDH-FILE-COURSE VALUE 'COURSE'.
                     88 AUDH-FILE-PREREQ VALUE 'PREREQ'.
                     88 AUDH-FILE-OPERAUTH VALUE 'OPERAUTH'.
              05 AUDH-STUDENT-ID PIC 9(5).
              05 AUDH-OVERRIDE-CODE PIC X(1).
              05 AUDH-BEFORE-IMAGE.
