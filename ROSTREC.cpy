      *> Grade roster line, one per active enrollment in a course and
      *> term. CLSLIST writes the roster to GRDROST.DAT with the grade
      *> blank; faculty key the letter grade into ROST-GRADE and send
      *> the file back as GRDRETN.DAT, which RSTEDIT proves against
      *> ENROLL before turning it into GRDTRAN.DAT for GRDPOST. The
      *> first seventeen bytes are laid out exactly as a GRDPOST grade
      *> transaction; the name only helps the instructor find the
      *> student and is never posted.
       01 GRADE-ROSTER-RECORD.
              05 ROST-STUDENT-ID PIC X(5).
              05 ROST-COURSE-CODE PIC X(4).
              05 ROST-TERM-CODE PIC X(6).
              05 ROST-GRADE PIC X(2).
              05 FILLER PIC X(2).
              05 ROST-NAME PIC X(25).
