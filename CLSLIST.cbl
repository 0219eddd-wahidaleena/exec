        IDENTIFICATION DIVISION.
              PROGRAM-ID. CLSLIST.
      *> Faculty class lists for one term. Every active ENROLL row in
      *> the term on the command line is sorted by course and student
      *> name and printed as a class list, one course to a page run,
      *> headed by the catalog title and, when SECMAINT has set the
      *> section up, the instructor, meeting days, times, and room.
      *> Each student line carries the ID, the name, and a blank
      *> grade column for the instructor. The same rows are written
      *> to GRDROST.DAT as the pre-filled grade roster (ROSTREC), one
      *> line per active enrollment with the grade left blank, for
      *> faculty to complete and return to RSTEDIT. Dropped rows
      *> never appear. Parameters arrive the way ACSTAND takes its
      *> own: TERM=yyyytt (required, and on TERMCAL.KSDS).
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ENROLLMENT ASSIGN TO 'ENROLL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ENROLL-KEY
              FILE STATUS IS WS-ENROLL-FILE-STATUS.
              SELECT STUDENT ASSIGN TO 'STUDENT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STUDENT-ID
              ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
              SELECT COURSE-CATALOG ASSIGN TO 'COURSE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CATALOG-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.
              SELECT TERM-CALENDAR ASSIGN TO 'TERMCAL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TCAL-TERM-CODE
              FILE STATUS IS WS-TERM-CALENDAR-STATUS.
              SELECT CLASS-SECTION ASSIGN TO 'SECTION.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SECT-KEY
              FILE STATUS IS WS-CLASS-SECTION-STATUS.
              SELECT CLASS-LIST-REPORT ASSIGN TO 'CLSLIST.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT GRADE-ROSTER ASSIGN TO 'GRDROST.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.
              SELECT CLASS-SORT-WORK ASSIGN TO 'CLSLIST.SRT'.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD STUDENT.
              COPY STUDREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD TERM-CALENDAR.
              COPY TRMREC.
              FD CLASS-SECTION.
              COPY SECTREC.
              FD CLASS-LIST-REPORT.
              01 CLS-LINE PIC X(132).
              FD GRADE-ROSTER.
              COPY ROSTREC.
              FD RUN-CONTROL.
              COPY RUNCREC.
              SD CLASS-SORT-WORK.
              01 SD-CLASS-RECORD.
                     05 SD-COURSE-CODE PIC X(4).
                     05 SD-NAME PIC X(25).
                     05 SD-STUDENT-ID PIC 9(5).
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
                     88 WS-ENROLL-FILE-EOF VALUE '10'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-CATALOG-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CATALOG-FILE-OK VALUE '00'.
                     88 WS-CATALOG-FILE-MISSING VALUE '23'.
              01 WS-TERM-CALENDAR-STATUS PIC X(2) VALUE '00'.
                     88 WS-TERM-CALENDAR-OK VALUE '00'.
                     88 WS-TERM-CALENDAR-MISSING VALUE '23'.
              01 WS-CLASS-SECTION-STATUS PIC X(2) VALUE '00'.
                     88 WS-CLASS-SECTION-OK VALUE '00'.
                     88 WS-CLASS-SECTION-MISSING VALUE '23'.
              01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ROSTER-FILE-OK VALUE '00'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-PARM-TOKENS.
                     05 WS-PARM-TOKEN OCCURS 6 TIMES PIC X(20).
              01 WS-TOKEN-SUB PIC 9(2) VALUE ZERO.
              01 WS-PARM-ERROR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PARM-ERROR VALUE 'Y'.
                     88 WS-PARM-OK VALUE 'N'.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-SORT-EOF PIC A(1) VALUE 'N'.
                     88 WS-SORT-EOF-YES VALUE 'Y'.
      *> The section file is optional: a term whose sections have
      *> not been set up still gets its class lists.
              01 WS-SECTION-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-SECTION-OPEN VALUE 'Y'.
                     88 WS-SECTION-NOT-OPEN VALUE 'N'.
              01 WS-COURSE-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-COURSE-OPEN VALUE 'Y'.
                     88 WS-COURSE-NOT-OPEN VALUE 'N'.
              01 WS-CURRENT-COURSE PIC X(4) VALUE SPACES.
              01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
              01 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-COURSE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CLASS-COUNT PIC 9(7) VALUE ZERO.
              01 WS-NO-NAME-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REPORT-CONTROLS.
                     05 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-LINE-COUNT PIC 9(4) VALUE 99.
                     05 WS-LINES-PER-PAGE PIC 9(4) VALUE 66.
              01 WS-CURRENT-DATE.
                     05 WS-CURR-YYYY PIC 9(4).
                     05 WS-CURR-MM PIC 9(2).
                     05 WS-CURR-DD PIC 9(2).
              01 WS-REPORT-DATE.
                     05 WS-RPT-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-RPT-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-RPT-YYYY PIC 9(4).
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(26) VALUE SPACES.
                     05 FILLER PIC X(28) VALUE 'CLASS LIST'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(30) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-COURSE-LINE.
                     05 FILLER PIC X(8) VALUE 'COURSE: '.
                     05 WS-CRS-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-CRS-COURSE-TITLE PIC X(30).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 FILLER PIC X(12) VALUE 'INSTRUCTOR: '.
                     05 WS-CRS-INSTRUCTOR PIC X(20).
              01 WS-MEETING-LINE.
                     05 FILLER PIC X(8) VALUE 'MEETS:  '.
                     05 WS-MTG-DAYS PIC X(7).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-MTG-TIMES.
                            10 WS-MTG-START-TIME PIC 9(4).
                            10 WS-MTG-TIME-DASH PIC X(1).
                            10 WS-MTG-END-TIME PIC 9(4).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'ROOM: '.
                     05 WS-MTG-ROOM PIC X(8).
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(7) VALUE 'ID'.
                     05 FILLER PIC X(27) VALUE 'NAME'.
                     05 FILLER PIC X(5) VALUE 'GRADE'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(5) VALUE '_____'.
              01 WS-COURSE-TOTAL-LINE.
                     05 FILLER PIC X(20) VALUE 'ACTIVE STUDENTS:    '.
                     05 WS-CTL-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(24) VALUE 'ENROLLMENTS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(24) VALUE 'STUDENTS LISTED:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(24) VALUE 'COURSES LISTED:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(24) VALUE 'NOT ON STUDENT FILE:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              SORT CLASS-SORT-WORK ON ASCENDING KEY SD-COURSE-CODE
                     SD-NAME SD-STUDENT-ID
                     INPUT PROCEDURE IS 2000-SELECT-ENROLLMENTS
                     OUTPUT PROCEDURE IS 3000-PRINT-CLASS-LISTS
              PERFORM 9000-TERMINATE
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'CLSLIST: PARAMETER IS TERM=YYYYTT, '
                            'NOTHING LISTED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'CLSLIST: ERROR OPENING TERM CALENDAR, '
                            'FILE STATUS = ' WS-TERM-CALENDAR-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              MOVE WS-SELECT-TERM TO TCAL-TERM-CODE
              READ TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'CLSLIST: TERM ' WS-SELECT-TERM
                            ' IS NOT ON THE TERM CALENDAR, '
                            'NOTHING LISTED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              CLOSE TERM-CALENDAR
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'CLSLIST: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'CLSLIST: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-CATALOG-FILE-OK
                     DISPLAY 'CLSLIST: ERROR OPENING COURSE '
                            'CATALOG, FILE STATUS = '
                            WS-CATALOG-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT CLASS-SECTION
              IF WS-CLASS-SECTION-OK
                     SET WS-SECTION-OPEN TO TRUE
              ELSE
                     DISPLAY 'CLSLIST: SECTION FILE NOT AVAILABLE, '
                            'FILE STATUS = ' WS-CLASS-SECTION-STATUS
                            ' - LISTS PRINTED WITHOUT MEETINGS'
              END-IF
              OPEN OUTPUT GRADE-ROSTER
              IF NOT WS-ROSTER-FILE-OK
                     DISPLAY 'CLSLIST: ERROR OPENING GRADE ROSTER, '
                            'FILE STATUS = ' WS-ROSTER-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT CLASS-LIST-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY.

       1300-PARSE-PARAMETERS.
              MOVE SPACES TO WS-PARM-TOKENS
              UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
                     INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                            WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                            WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
              END-UNSTRING
              PERFORM 1400-APPLY-PARM-TOKEN
                     VARYING WS-TOKEN-SUB FROM 1 BY 1
                     UNTIL WS-TOKEN-SUB > 6
              IF WS-SELECT-TERM = SPACES
                     SET WS-PARM-ERROR TO TRUE
              END-IF.

       1400-APPLY-PARM-TOKEN.
              EVALUATE TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                            CONTINUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'TERM='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:6) TO
                                   WS-SELECT-TERM
                     WHEN OTHER
                            DISPLAY 'CLSLIST: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       2000-SELECT-ENROLLMENTS.
              PERFORM UNTIL WS-EOF-YES
                     READ ENROLLMENT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-RECORD-COUNT
                                   PERFORM 2100-RELEASE-ENROLLMENT
                     END-READ
              END-PERFORM.

       2100-RELEASE-ENROLLMENT.
      *> A row whose student has gone from the master still holds a
      *> seat, so it is listed under its ID rather than dropped from
      *> the list the instructor grades from.
              IF ENROLL-ACTIVE AND ENROLL-TERM-CODE = WS-SELECT-TERM
                     MOVE ENROLL-STUDENT-ID TO STUDENT-ID
                     READ STUDENT
                     IF WS-STUDENT-FILE-OK
                            MOVE NAME TO SD-NAME
                     ELSE
                            ADD 1 TO WS-NO-NAME-COUNT
                            MOVE '*** NOT ON STUDENT FILE' TO SD-NAME
                     END-IF
                     MOVE ENROLL-COURSE-CODE TO SD-COURSE-CODE
                     MOVE ENROLL-STUDENT-ID TO SD-STUDENT-ID
                     RELEASE SD-CLASS-RECORD
              END-IF.

       3000-PRINT-CLASS-LISTS.
              PERFORM UNTIL WS-SORT-EOF-YES
                     RETURN CLASS-SORT-WORK
                            AT END
                                   SET WS-SORT-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 3100-PROCESS-STUDENT
                     END-RETURN
              END-PERFORM
              IF WS-COURSE-OPEN
                     PERFORM 3400-PRINT-COURSE-TOTAL
              END-IF.

       3100-PROCESS-STUDENT.
      *> Each course starts on a fresh page so the lists can be
      *> handed to each instructor separately.
              IF SD-COURSE-CODE NOT = WS-CURRENT-COURSE OR
                     WS-COURSE-NOT-OPEN
                     IF WS-COURSE-OPEN
                            PERFORM 3400-PRINT-COURSE-TOTAL
                     END-IF
                     SET WS-COURSE-OPEN TO TRUE
                     MOVE SD-COURSE-CODE TO WS-CURRENT-COURSE
                     MOVE ZERO TO WS-CLASS-COUNT
                     ADD 1 TO WS-COURSE-COUNT
                     PERFORM 3200-LOOKUP-COURSE
                     PERFORM 3300-PRINT-HEADING
              END-IF
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3300-PRINT-HEADING
              END-IF
              ADD 1 TO WS-CLASS-COUNT
              ADD 1 TO WS-LISTED-COUNT
              MOVE SD-STUDENT-ID TO WS-DTL-ID
              MOVE SD-NAME TO WS-DTL-NAME
              WRITE CLS-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
              PERFORM 3500-WRITE-ROSTER-LINE.

       3200-LOOKUP-COURSE.
              MOVE SD-COURSE-CODE TO WS-CRS-COURSE-CODE
              MOVE SD-COURSE-CODE TO CATALOG-COURSE-CODE
              READ COURSE-CATALOG
              IF WS-CATALOG-FILE-OK
                     MOVE CATALOG-COURSE-TITLE TO WS-CRS-COURSE-TITLE
              ELSE
                     MOVE 'NOT IN CATALOG' TO WS-CRS-COURSE-TITLE
              END-IF
              MOVE SPACES TO WS-CRS-INSTRUCTOR
              MOVE 'TBA' TO WS-MTG-DAYS
              MOVE SPACES TO WS-MTG-TIMES
              MOVE SPACES TO WS-MTG-ROOM
              IF WS-SECTION-OPEN
                     MOVE SD-COURSE-CODE TO SECT-COURSE-CODE
                     MOVE WS-SELECT-TERM TO SECT-TERM-CODE
                     READ CLASS-SECTION
                     IF WS-CLASS-SECTION-OK
                            MOVE SECT-INSTRUCTOR TO WS-CRS-INSTRUCTOR
                            MOVE SECT-MEETING-DAYS TO WS-MTG-DAYS
                            MOVE SECT-START-TIME TO WS-MTG-START-TIME
                            MOVE '-' TO WS-MTG-TIME-DASH
                            MOVE SECT-END-TIME TO WS-MTG-END-TIME
                            MOVE SECT-ROOM TO WS-MTG-ROOM
                     END-IF
              END-IF.

       3300-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE CLS-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE CLS-LINE FROM WS-COURSE-LINE AFTER ADVANCING 2
              WRITE CLS-LINE FROM WS-MEETING-LINE AFTER ADVANCING 1
              WRITE CLS-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 2
              MOVE 6 TO WS-LINE-COUNT.

       3400-PRINT-COURSE-TOTAL.
              MOVE WS-CLASS-COUNT TO WS-CTL-COUNT
              WRITE CLS-LINE FROM WS-COURSE-TOTAL-LINE
                     AFTER ADVANCING 2
              ADD 2 TO WS-LINE-COUNT.

       3500-WRITE-ROSTER-LINE.
              MOVE SPACES TO GRADE-ROSTER-RECORD
              MOVE SD-STUDENT-ID TO ROST-STUDENT-ID
              MOVE SD-COURSE-CODE TO ROST-COURSE-CODE
              MOVE WS-SELECT-TERM TO ROST-TERM-CODE
              MOVE SD-NAME TO ROST-NAME
              WRITE GRADE-ROSTER-RECORD.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-LISTED-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'CLSLIST' TO RUNC-JOB-NAME
              MOVE WS-PARM-LINE(1:20) TO RUNC-PARM
              ACCEPT RUNC-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUNC-TIME-FIELDS FROM TIME
              MOVE WS-RUNC-TIME-HHMMSS TO RUNC-TIME
              OPEN EXTEND RUN-CONTROL
              IF WS-RUN-CONTROL-NOT-FOUND
                     OPEN OUTPUT RUN-CONTROL
              END-IF
              IF WS-RUN-CONTROL-OK
                     WRITE RUN-CONTROL-RECORD
                     CLOSE RUN-CONTROL
              ELSE
                     DISPLAY 'CLSLIST: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     MOVE SPACES TO WS-COURSE-LINE
                     MOVE SPACES TO WS-MEETING-LINE
                     PERFORM 3300-PRINT-HEADING
              END-IF
              MOVE WS-RECORD-COUNT TO WS-TR1-COUNT
              MOVE WS-LISTED-COUNT TO WS-TR2-COUNT
              MOVE WS-COURSE-COUNT TO WS-TR3-COUNT
              MOVE WS-NO-NAME-COUNT TO WS-TR4-COUNT
              WRITE CLS-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE CLS-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE CLS-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE CLS-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              CLOSE ENROLLMENT
              CLOSE STUDENT
              CLOSE COURSE-CATALOG
              IF WS-SECTION-OPEN
                     CLOSE CLASS-SECTION
              END-IF
              CLOSE GRADE-ROSTER
              CLOSE CLASS-LIST-REPORT
              DISPLAY 'CLSLIST ENROLLMENTS READ: ' WS-RECORD-COUNT
              DISPLAY 'CLSLIST STUDENTS LISTED:  ' WS-LISTED-COUNT
              DISPLAY 'CLSLIST COURSES LISTED:   ' WS-COURSE-COUNT.
