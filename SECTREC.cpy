      *> Class section master record, SECTION.KSDS (CICS dataset
      *> 'SECTION'), keyed on course code and term code so there is
      *> one meeting pattern for each course offered in a term.
      *> Maintained by SECMAINT; read by ENRMAINT to refuse a
      *> registration that meets at the same time as another of the
      *> student's active courses in the term, by SCHINQ to show when
      *> and where each course meets, and by ROOMUTIL for the room
      *> utilization report.
       01 CLASS-SECTION-FILE.
              05 SECT-KEY.
                     10 SECT-COURSE-CODE PIC X(4).
                     10 SECT-TERM-CODE PIC X(6).
      *> One position per weekday in the order M T W R F S U; a
      *> meeting day carries its letter and a non-meeting day a
      *> space, so 'M W F  ' is Monday, Wednesday and Friday.
              05 SECT-MEETING-DAYS PIC X(7).
              05 SECT-MEETING-DAY-TABLE REDEFINES SECT-MEETING-DAYS.
                     10 SECT-MEETING-DAY PIC X(1) OCCURS 7 TIMES.
      *> Twenty-four hour clock, HHMM; the end time is exclusive, so
      *> a class ending at 1050 does not clash with one at 1050.
              05 SECT-START-TIME PIC 9(4).
              05 SECT-END-TIME PIC 9(4).
              05 SECT-ROOM PIC X(8).
              05 SECT-INSTRUCTOR PIC X(20).
