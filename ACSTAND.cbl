        IDENTIFICATION DIVISION.
              PROGRAM-ID. ACSTAND.
      *> Term-end academic standing run, scheduled after GRDPOST has
      *> posted the term. For every student with an active ENROLL
      *> row in the term on the command line it computes the term
      *> GPA and the cumulative GPA through that term from ENROLL
      *> grades and CATALOG-CREDIT-HOURS on the TRNSCRPT scale
      *> (dropped and ungraded rows carry no weight; terms are
      *> ordered by their TERMCAL start dates), then assigns a
      *> standing:
      *>   cumulative GPA below PROB - probation, or suspension when
      *>     the student's prior standing was already probation or
      *>     suspension;
      *>   otherwise term GPA at or above DEAN over at least DEANHRS
      *>     graded hours - dean's list;
      *>   otherwise good standing.
      *> The standing is kept by student and term in STANDING.KSDS
      *> (a rerun replaces the term's rows), printed on the dean's
      *> standing report by category, and written to the STNDLTR.DAT
      *> notification letter file with the same HDR/TRL control
      *> discipline the STEXTR extract carries. ENRMAINT refuses to
      *> register a suspended student for the term that follows. When
      *> the calendar has no following term yet, the suspension is
      *> saved with no next term, a warning is given, and the run
      *> ends with return code 4.
      *> Parameters arrive the way STUBULK takes its own:
      *> TERM=yyyytt (required), DEAN=nnn and PROB=nnn as GPAs in
      *> hundredths (350 and 200 when not given), DEANHRS=nn (12).
      *> A student whose term rows are all still ungraded is counted
      *> as not assessed and keeps no row for the term.
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
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CATALOG-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.
              SELECT TERM-CALENDAR ASSIGN TO 'TERMCAL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TCAL-TERM-CODE
              FILE STATUS IS WS-TERM-CALENDAR-STATUS.
              SELECT STANDING-HISTORY ASSIGN TO 'STANDING.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STND-KEY
              FILE STATUS IS WS-STANDING-FILE-STATUS.
              SELECT STANDING-REPORT ASSIGN TO 'ACSTAND.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT LETTER-FILE ASSIGN TO 'STNDLTR.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LETTER-FILE-STATUS.
              SELECT STAND-SORT-WORK ASSIGN TO 'ACSTAND.SRT'.
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
              FD STANDING-HISTORY.
              COPY STNDREC.
              FD STANDING-REPORT.
              01 STD-LINE PIC X(132).
              FD LETTER-FILE.
              01 LETTER-RECORD PIC X(100).
              FD RUN-CONTROL.
              COPY RUNCREC.
              SD STAND-SORT-WORK.
              01 SD-STAND-RECORD.
                     05 SD-CATEGORY-SEQ PIC 9(1).
                     05 SD-STUDENT-ID PIC 9(5).
                     05 SD-NAME PIC X(25).
                     05 SD-STANDING PIC X(1).
                     05 SD-PRIOR-STANDING PIC X(1).
                     05 SD-TERM-HOURS PIC 9(3).
                     05 SD-TERM-GPA PIC 9V99.
                     05 SD-CUM-HOURS PIC 9(4).
                     05 SD-CUM-GPA PIC 9V99.
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
                     88 WS-CATALOG-FILE-EOF VALUE '10'.
              01 WS-TERM-CALENDAR-STATUS PIC X(2) VALUE '00'.
                     88 WS-TERM-CALENDAR-OK VALUE '00'.
                     88 WS-TERM-CALENDAR-EOF VALUE '10'.
              01 WS-STANDING-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STANDING-FILE-OK VALUE '00'.
                     88 WS-STANDING-FILE-NOT-FOUND VALUE '35'.
                     88 WS-STANDING-FILE-MISSING VALUE '23'.
              01 WS-LETTER-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-LETTER-FILE-OK VALUE '00'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-PARM-TOKENS.
                     05 WS-PARM-TOKEN OCCURS 6 TIMES PIC X(20).
              01 WS-TOKEN-SUB PIC 9(2) VALUE ZERO.
              01 WS-PARM-ERROR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PARM-ERROR VALUE 'Y'.
                     88 WS-PARM-OK VALUE 'N'.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-DEAN-GPA PIC 9V99 VALUE 3.50.
              01 WS-DEAN-GPA-TEXT REDEFINES WS-DEAN-GPA PIC X(3).
              01 WS-DEAN-HOURS PIC 9(2) VALUE 12.
              01 WS-DEAN-HOURS-TEXT REDEFINES WS-DEAN-HOURS PIC X(2).
              01 WS-PROB-GPA PIC 9V99 VALUE 2.00.
              01 WS-PROB-GPA-TEXT REDEFINES WS-PROB-GPA PIC X(3).
              01 WS-SELECT-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-NEXT-TERM-CODE PIC X(6) VALUE SPACES.
              01 WS-NEXT-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-CATALOG-EOF PIC A(1) VALUE 'N'.
                     88 WS-CATALOG-EOF-YES VALUE 'Y'.
              01 WS-CATALOG-TABLE.
                     05 WS-CATALOG-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CATALOG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CATALOG-IDX.
                            10 WS-CAT-COURSE-CODE PIC X(4).
                            10 WS-CAT-CREDIT-HOURS PIC 9(2).
              01 WS-TERM-EOF PIC A(1) VALUE 'N'.
                     88 WS-TERM-EOF-YES VALUE 'Y'.
              01 WS-TERM-TABLE.
                     05 WS-TERM-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-TERM-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-TERM-IDX.
                            10 WS-TRM-TERM-CODE PIC X(6).
                            10 WS-TRM-START-DATE PIC 9(8).
              01 WS-LOOKUP-COURSE-CODE PIC X(4) VALUE SPACES.
              01 WS-LOOKUP-CREDIT-HOURS PIC 9(2) VALUE ZERO.
              01 WS-LOOKUP-TERM-CODE PIC X(6) VALUE SPACES.
              01 WS-LOOKUP-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-SORT-EOF PIC A(1) VALUE 'N'.
                     88 WS-SORT-EOF-YES VALUE 'Y'.
              01 WS-HISTORY-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-HISTORY-DONE VALUE 'Y'.
                     88 WS-HISTORY-NOT-DONE VALUE 'N'.
              01 WS-STUDENT-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-STUDENT-OPEN VALUE 'Y'.
                     88 WS-STUDENT-NOT-OPEN VALUE 'N'.
              01 WS-IN-TERM-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-ACTIVE-IN-TERM VALUE 'Y'.
                     88 WS-NOT-ACTIVE-IN-TERM VALUE 'N'.
              01 WS-CURRENT-STUDENT-ID PIC 9(5) VALUE ZERO.
              01 WS-PRIOR-STANDING PIC X(1) VALUE SPACE.
              01 WS-PRIOR-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-NEW-STANDING PIC X(1) VALUE SPACE.
                     88 WS-NEW-DEANS-LIST VALUE 'D'.
                     88 WS-NEW-GOOD-STANDING VALUE 'G'.
                     88 WS-NEW-PROBATION VALUE 'P'.
                     88 WS-NEW-SUSPENDED VALUE 'S'.
              01 WS-GRADE-POINTS PIC 9V99 VALUE ZERO.
              01 WS-GRADABLE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-GRADABLE VALUE 'Y'.
                     88 WS-NOT-GRADABLE VALUE 'N'.
              01 WS-WORK-POINTS PIC 9(3)V99 VALUE ZERO.
              01 WS-TERM-TOTALS.
                     05 WS-TRM-POINTS PIC 9(5)V99 VALUE ZERO.
                     05 WS-TRM-HOURS PIC 9(4) VALUE ZERO.
              01 WS-CUM-TOTALS.
                     05 WS-CUM-POINTS PIC 9(5)V99 VALUE ZERO.
                     05 WS-CUM-HOURS PIC 9(4) VALUE ZERO.
              01 WS-TERM-GPA PIC 9V99 VALUE ZERO.
              01 WS-CUM-GPA PIC 9V99 VALUE ZERO.
              01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ASSESSED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-NOT-ASSESSED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-DEANS-COUNT PIC 9(7) VALUE ZERO.
              01 WS-GOOD-COUNT PIC 9(7) VALUE ZERO.
              01 WS-PROBATION-COUNT PIC 9(7) VALUE ZERO.
              01 WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-OPEN-SUSPENSION-COUNT PIC 9(7) VALUE ZERO.
              01 WS-LETTER-COUNT PIC 9(7) VALUE ZERO.
              01 WS-HISTORY-ERROR-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CATEGORY-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CURRENT-CATEGORY PIC 9(1) VALUE ZERO.
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
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
              01 WS-CATEGORY-NAMES.
                     05 FILLER PIC X(20) VALUE 'DEAN''S LIST'.
                     05 FILLER PIC X(20) VALUE 'GOOD STANDING'.
                     05 FILLER PIC X(20) VALUE 'ACADEMIC PROBATION'.
                     05 FILLER PIC X(20) VALUE 'ACADEMIC SUSPENSION'.
              01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
                     05 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(20).
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(26) VALUE SPACES.
                     05 FILLER PIC X(28) VALUE
                            'ACADEMIC STANDING REPORT'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(30) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-CATEGORY-LINE.
                     05 FILLER PIC X(10) VALUE 'STANDING: '.
                     05 WS-CAT-NAME PIC X(20).
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(7) VALUE 'ID'.
                     05 FILLER PIC X(27) VALUE 'NAME'.
                     05 FILLER PIC X(10) VALUE 'TERM HRS'.
                     05 FILLER PIC X(10) VALUE 'TERM GPA'.
                     05 FILLER PIC X(9) VALUE 'CUM HRS'.
                     05 FILLER PIC X(9) VALUE 'CUM GPA'.
                     05 FILLER PIC X(5) VALUE 'PRIOR'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-NAME PIC X(25).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-TERM-HOURS PIC ZZ9.
                     05 FILLER PIC X(7) VALUE SPACES.
                     05 WS-DTL-TERM-GPA PIC 9.99.
                     05 FILLER PIC X(5) VALUE SPACES.
                     05 WS-DTL-CUM-HOURS PIC ZZZ9.
                     05 FILLER PIC X(5) VALUE SPACES.
                     05 WS-DTL-CUM-GPA PIC 9.99.
                     05 FILLER PIC X(7) VALUE SPACES.
                     05 WS-DTL-PRIOR PIC X(1).
              01 WS-CATEGORY-TOTAL-LINE.
                     05 FILLER PIC X(20) VALUE 'STUDENTS IN GROUP:  '.
                     05 WS-CTL-COUNT PIC ZZZ,ZZ9.
              01 WS-LETTER-HEADER.
                     05 FILLER PIC X(3) VALUE 'HDR'.
                     05 WS-LHD-TERM PIC X(6).
                     05 WS-LHD-DATE PIC 9(8).
                     05 FILLER PIC X(83) VALUE SPACES.
      *> One letter per assessed student: the mailing run merges the
      *> standing code and text into the dean's letter template.
              01 WS-LETTER-DETAIL.
                     05 FILLER PIC X(3) VALUE 'LTR'.
                     05 WS-LTR-STUDENT-ID PIC 9(5).
                     05 WS-LTR-NAME PIC X(25).
                     05 WS-LTR-TERM-CODE PIC X(6).
                     05 WS-LTR-STANDING PIC X(1).
                     05 WS-LTR-STANDING-TEXT PIC X(20).
                     05 WS-LTR-TERM-HOURS PIC 9(3).
                     05 WS-LTR-TERM-GPA PIC 9V99.
                     05 WS-LTR-CUM-HOURS PIC 9(4).
                     05 WS-LTR-CUM-GPA PIC 9V99.
                     05 WS-LTR-NEXT-TERM-CODE PIC X(6).
                     05 FILLER PIC X(16) VALUE SPACES.
              01 WS-LETTER-TRAILER.
                     05 FILLER PIC X(3) VALUE 'TRL'.
                     05 WS-LTL-COUNT PIC 9(7).
                     05 FILLER PIC X(90) VALUE SPACES.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(24) VALUE 'ENROLLMENTS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(24) VALUE 'STUDENTS ASSESSED:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(24) VALUE '  DEAN''S LIST:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(24) VALUE '  GOOD STANDING:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(24) VALUE '  PROBATION:'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(24) VALUE '  SUSPENSION:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-7.
                     05 FILLER PIC X(24) VALUE
                            'NOT ASSESSED (UNGRADED):'.
                     05 WS-TR7-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-8.
                     05 FILLER PIC X(24) VALUE 'NEXT TERM ON CALENDAR:'.
                     05 WS-TR8-TERM PIC X(6).
              01 WS-TRAILER-LINE-9.
                     05 FILLER PIC X(24) VALUE
                            'SUSPENDED, NO NEXT TERM:'.
                     05 WS-TR9-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              SORT STAND-SORT-WORK ON ASCENDING KEY SD-CATEGORY-SEQ
                     SD-STUDENT-ID
                     INPUT PROCEDURE IS 2000-ASSESS-STUDENTS
                     OUTPUT PROCEDURE IS 3000-PRINT-STANDING
              PERFORM 9000-TERMINATE
              IF WS-HISTORY-ERROR-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              ELSE
                     IF WS-OPEN-SUSPENSION-COUNT > 0
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'ACSTAND: PARAMETERS ARE TERM=YYYYTT '
                            'DEAN=NNN DEANHRS=NN PROB=NNN, '
                            'NOTHING ASSESSED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'ACSTAND: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'ACSTAND: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 1100-LOAD-COURSE-CATALOG
              PERFORM 1200-LOAD-TERM-CALENDAR
              OPEN I-O STANDING-HISTORY
              IF WS-STANDING-FILE-NOT-FOUND
      *> First-ever run: create the history, then come back to I-O
      *> so earlier rows can be read and a rerun can replace rows.
                     OPEN OUTPUT STANDING-HISTORY
                     IF WS-STANDING-FILE-OK
                            CLOSE STANDING-HISTORY
                            OPEN I-O STANDING-HISTORY
                     END-IF
              END-IF
              IF NOT WS-STANDING-FILE-OK
                     DISPLAY 'ACSTAND: ERROR OPENING STANDING '
                            'HISTORY, FILE STATUS = '
                            WS-STANDING-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT LETTER-FILE
              IF NOT WS-LETTER-FILE-OK
                     DISPLAY 'ACSTAND: ERROR OPENING LETTER FILE, '
                            'FILE STATUS = ' WS-LETTER-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT STANDING-REPORT
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY
              MOVE WS-SELECT-TERM TO WS-LHD-TERM
              MOVE WS-RUN-DATE TO WS-LHD-DATE
              WRITE LETTER-RECORD FROM WS-LETTER-HEADER.

       1100-LOAD-COURSE-CATALOG.
      *> Credit hours weight every grade, so like TUITION a missing
      *> catalog fails the run closed rather than assess on zero.
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-CATALOG-FILE-OK
                     DISPLAY 'ACSTAND: ERROR OPENING COURSE '
                            'CATALOG, FILE STATUS = '
                            WS-CATALOG-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM UNTIL WS-CATALOG-EOF-YES
                     READ COURSE-CATALOG
                            AT END
                                   SET WS-CATALOG-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 1150-TABLE-COURSE
                     END-READ
              END-PERFORM
              CLOSE COURSE-CATALOG.

       1150-TABLE-COURSE.
              IF WS-CATALOG-COUNT < 500
                     ADD 1 TO WS-CATALOG-COUNT
                     MOVE CATALOG-COURSE-CODE TO
                            WS-CAT-COURSE-CODE(WS-CATALOG-COUNT)
                     MOVE CATALOG-CREDIT-HOURS TO
                            WS-CAT-CREDIT-HOURS(WS-CATALOG-COUNT)
              ELSE
                     DISPLAY 'ACSTAND: WARNING - COURSE CATALOG '
                            'TABLE FULL, COURSE '
                            CATALOG-COURSE-CODE ' NOT TABLED'
              END-IF.

       1200-LOAD-TERM-CALENDAR.
      *> Term codes do not sort in calendar order, so the start
      *> dates decide which terms count toward the cumulative GPA,
      *> which earlier row is the prior standing, and which term
      *> comes next.
              OPEN INPUT TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'ACSTAND: ERROR OPENING TERM CALENDAR, '
                            'FILE STATUS = ' WS-TERM-CALENDAR-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM UNTIL WS-TERM-EOF-YES
                     READ TERM-CALENDAR
                            AT END
                                   SET WS-TERM-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 1250-TABLE-TERM
                     END-READ
              END-PERFORM
              CLOSE TERM-CALENDAR
              MOVE WS-SELECT-TERM TO WS-LOOKUP-TERM-CODE
              PERFORM 4200-LOOKUP-TERM
              IF WS-LOOKUP-START-DATE = ZERO
                     DISPLAY 'ACSTAND: TERM ' WS-SELECT-TERM
                            ' IS NOT ON THE TERM CALENDAR, '
                            'NOTHING ASSESSED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              MOVE WS-LOOKUP-START-DATE TO WS-SELECT-START-DATE
              PERFORM 1270-FIND-NEXT-TERM
                     VARYING WS-TERM-IDX FROM 1 BY 1
                     UNTIL WS-TERM-IDX > WS-TERM-COUNT.

       1250-TABLE-TERM.
              IF WS-TERM-COUNT < 200
                     ADD 1 TO WS-TERM-COUNT
                     MOVE TCAL-TERM-CODE TO
                            WS-TRM-TERM-CODE(WS-TERM-COUNT)
                     MOVE TCAL-START-DATE TO
                            WS-TRM-START-DATE(WS-TERM-COUNT)
              ELSE
                     DISPLAY 'ACSTAND: WARNING - TERM CALENDAR '
                            'TABLE FULL, TERM '
                            TCAL-TERM-CODE ' NOT TABLED'
              END-IF.

       1270-FIND-NEXT-TERM.
              IF WS-TRM-START-DATE(WS-TERM-IDX) > WS-SELECT-START-DATE
                     AND (WS-NEXT-START-DATE = ZERO OR
                     WS-TRM-START-DATE(WS-TERM-IDX) <
                     WS-NEXT-START-DATE)
                     MOVE WS-TRM-TERM-CODE(WS-TERM-IDX) TO
                            WS-NEXT-TERM-CODE
                     MOVE WS-TRM-START-DATE(WS-TERM-IDX) TO
                            WS-NEXT-START-DATE
              END-IF.

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
              END-IF
              IF WS-DEAN-GPA NOT NUMERIC OR
                     WS-DEAN-HOURS NOT NUMERIC OR
                     WS-PROB-GPA NOT NUMERIC
                     SET WS-PARM-ERROR TO TRUE
              END-IF.

       1400-APPLY-PARM-TOKEN.
              EVALUATE TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                            CONTINUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'TERM='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:6) TO
                                   WS-SELECT-TERM
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'DEAN='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3) TO
                                   WS-DEAN-GPA-TEXT
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:8) =
                            'DEANHRS='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(9:2) TO
                                   WS-DEAN-HOURS-TEXT
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'PROB='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3) TO
                                   WS-PROB-GPA-TEXT
                     WHEN OTHER
                            DISPLAY 'ACSTAND: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       2000-ASSESS-STUDENTS.
              PERFORM UNTIL WS-EOF-YES
                     READ ENROLLMENT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-RECORD-COUNT
                                   PERFORM 2100-ACCUMULATE-ENROLLMENT
                     END-READ
              END-PERFORM
              IF WS-STUDENT-OPEN
                     PERFORM 2200-FINISH-STUDENT
              END-IF.

       2100-ACCUMULATE-ENROLLMENT.
              IF ENROLL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID OR
                     WS-STUDENT-NOT-OPEN
                     IF WS-STUDENT-OPEN
                            PERFORM 2200-FINISH-STUDENT
                     END-IF
                     MOVE ENROLL-STUDENT-ID TO WS-CURRENT-STUDENT-ID
                     SET WS-STUDENT-OPEN TO TRUE
                     SET WS-NOT-ACTIVE-IN-TERM TO TRUE
                     MOVE ZERO TO WS-TRM-POINTS
                     MOVE ZERO TO WS-TRM-HOURS
                     MOVE ZERO TO WS-CUM-POINTS
                     MOVE ZERO TO WS-CUM-HOURS
              END-IF
              IF ENROLL-TERM-CODE = WS-SELECT-TERM AND ENROLL-ACTIVE
                     SET WS-ACTIVE-IN-TERM TO TRUE
              END-IF
      *> Only a graded, undropped row with catalog credit hours in a
      *> term no later than the assessed one carries weight.
              MOVE ENROLL-TERM-CODE TO WS-LOOKUP-TERM-CODE
              PERFORM 4200-LOOKUP-TERM
              PERFORM 4100-GRADE-TO-POINTS
              IF WS-GRADABLE AND NOT ENROLL-DROPPED AND
                     WS-LOOKUP-START-DATE > ZERO AND
                     WS-LOOKUP-START-DATE NOT > WS-SELECT-START-DATE
                     MOVE ENROLL-COURSE-CODE TO WS-LOOKUP-COURSE-CODE
                     PERFORM 4000-LOOKUP-COURSE
                     IF WS-LOOKUP-CREDIT-HOURS > 0
                            MULTIPLY WS-GRADE-POINTS BY
                                   WS-LOOKUP-CREDIT-HOURS
                                   GIVING WS-WORK-POINTS
                            ADD WS-WORK-POINTS TO WS-CUM-POINTS
                            ADD WS-LOOKUP-CREDIT-HOURS TO WS-CUM-HOURS
                            IF ENROLL-TERM-CODE = WS-SELECT-TERM
                                   ADD WS-WORK-POINTS TO WS-TRM-POINTS
                                   ADD WS-LOOKUP-CREDIT-HOURS TO
                                          WS-TRM-HOURS
                            END-IF
                     END-IF
              END-IF.

       2200-FINISH-STUDENT.
              IF WS-ACTIVE-IN-TERM
                     IF WS-TRM-HOURS = ZERO
                            ADD 1 TO WS-NOT-ASSESSED-COUNT
                     ELSE
                            PERFORM 2300-ASSIGN-STANDING
                     END-IF
              END-IF.

       2300-ASSIGN-STANDING.
              ADD 1 TO WS-ASSESSED-COUNT
              DIVIDE WS-TRM-POINTS BY WS-TRM-HOURS
                     GIVING WS-TERM-GPA ROUNDED
              DIVIDE WS-CUM-POINTS BY WS-CUM-HOURS
                     GIVING WS-CUM-GPA ROUNDED
              PERFORM 2400-FIND-PRIOR-STANDING
              EVALUATE TRUE
                     WHEN WS-CUM-GPA < WS-PROB-GPA AND
                            (WS-PRIOR-STANDING = 'P' OR
                            WS-PRIOR-STANDING = 'S')
                            SET WS-NEW-SUSPENDED TO TRUE
                            ADD 1 TO WS-SUSPENDED-COUNT
                            MOVE 4 TO SD-CATEGORY-SEQ
                     WHEN WS-CUM-GPA < WS-PROB-GPA
                            SET WS-NEW-PROBATION TO TRUE
                            ADD 1 TO WS-PROBATION-COUNT
                            MOVE 3 TO SD-CATEGORY-SEQ
                     WHEN WS-TERM-GPA NOT < WS-DEAN-GPA AND
                            WS-TRM-HOURS NOT < WS-DEAN-HOURS
                            SET WS-NEW-DEANS-LIST TO TRUE
                            ADD 1 TO WS-DEANS-COUNT
                            MOVE 1 TO SD-CATEGORY-SEQ
                     WHEN OTHER
                            SET WS-NEW-GOOD-STANDING TO TRUE
                            ADD 1 TO WS-GOOD-COUNT
                            MOVE 2 TO SD-CATEGORY-SEQ
              END-EVALUATE
              PERFORM 2500-SAVE-STANDING
              MOVE WS-CURRENT-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              IF WS-STUDENT-FILE-OK
                     MOVE NAME TO SD-NAME
              ELSE
                     MOVE '*** NOT ON STUDENT FILE ***' TO SD-NAME
              END-IF
              MOVE WS-CURRENT-STUDENT-ID TO SD-STUDENT-ID
              MOVE WS-NEW-STANDING TO SD-STANDING
              MOVE WS-PRIOR-STANDING TO SD-PRIOR-STANDING
              MOVE WS-TRM-HOURS TO SD-TERM-HOURS
              MOVE WS-TERM-GPA TO SD-TERM-GPA
              MOVE WS-CUM-HOURS TO SD-CUM-HOURS
              MOVE WS-CUM-GPA TO SD-CUM-GPA
              RELEASE SD-STAND-RECORD.

       2400-FIND-PRIOR-STANDING.
      *> The latest row for a term that starts before the assessed
      *> one; the assessed term's own row (a rerun) never counts.
              MOVE SPACE TO WS-PRIOR-STANDING
              MOVE ZERO TO WS-PRIOR-START-DATE
              MOVE WS-CURRENT-STUDENT-ID TO STND-STUDENT-ID
              MOVE LOW-VALUES TO STND-TERM-CODE
              SET WS-HISTORY-NOT-DONE TO TRUE
              START STANDING-HISTORY KEY IS NOT LESS THAN STND-KEY
                     INVALID KEY
                            SET WS-HISTORY-DONE TO TRUE
              END-START
              PERFORM UNTIL WS-HISTORY-DONE
                     READ STANDING-HISTORY NEXT
                            AT END
                                   SET WS-HISTORY-DONE TO TRUE
                            NOT AT END
                                   IF STND-STUDENT-ID NOT =
                                          WS-CURRENT-STUDENT-ID
                                          SET WS-HISTORY-DONE TO TRUE
                                   ELSE
                                          PERFORM
                                          2450-WEIGH-PRIOR-STANDING
                                   END-IF
                     END-READ
              END-PERFORM.

       2450-WEIGH-PRIOR-STANDING.
              MOVE STND-TERM-CODE TO WS-LOOKUP-TERM-CODE
              PERFORM 4200-LOOKUP-TERM
              IF WS-LOOKUP-START-DATE < WS-SELECT-START-DATE AND
                     WS-LOOKUP-START-DATE > WS-PRIOR-START-DATE
                     MOVE STND-STANDING TO WS-PRIOR-STANDING
                     MOVE WS-LOOKUP-START-DATE TO WS-PRIOR-START-DATE
              END-IF.

       2500-SAVE-STANDING.
              MOVE WS-CURRENT-STUDENT-ID TO STND-STUDENT-ID
              MOVE WS-SELECT-TERM TO STND-TERM-CODE
              READ STANDING-HISTORY
              MOVE WS-TRM-HOURS TO STND-TERM-HOURS
              MOVE WS-TERM-GPA TO STND-TERM-GPA
              MOVE WS-CUM-HOURS TO STND-CUM-HOURS
              MOVE WS-CUM-GPA TO STND-CUM-GPA
              MOVE WS-NEW-STANDING TO STND-STANDING
              MOVE WS-PRIOR-STANDING TO STND-PRIOR-STANDING
              MOVE WS-NEXT-TERM-CODE TO STND-NEXT-TERM-CODE
              MOVE WS-RUN-DATE TO STND-RUN-DATE
              EVALUATE TRUE
                     WHEN WS-STANDING-FILE-OK
                            REWRITE STANDING-FILE
                     WHEN WS-STANDING-FILE-MISSING
                            WRITE STANDING-FILE
              END-EVALUATE
              IF NOT WS-STANDING-FILE-OK
                     ADD 1 TO WS-HISTORY-ERROR-COUNT
                     DISPLAY 'ACSTAND: STANDING HISTORY WRITE FAILED '
                            'FOR STUDENT ' WS-CURRENT-STUDENT-ID
                            ', FILE STATUS = '
                            WS-STANDING-FILE-STATUS
              END-IF
      *> ENRMAINT holds such a suspension open against every later
      *> term until a later standing row replaces it.
              IF WS-NEW-SUSPENDED AND WS-NEXT-TERM-CODE = SPACES
                     ADD 1 TO WS-OPEN-SUSPENSION-COUNT
              END-IF.

       3000-PRINT-STANDING.
              PERFORM UNTIL WS-SORT-EOF-YES
                     RETURN STAND-SORT-WORK
                            AT END
                                   SET WS-SORT-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 3100-PROCESS-STANDING
                     END-RETURN
              END-PERFORM
              IF WS-CURRENT-CATEGORY > ZERO
                     PERFORM 3400-PRINT-CATEGORY-TOTAL
              END-IF.

       3100-PROCESS-STANDING.
      *> Each category starts on a fresh page so the dean's office
      *> can hand the probation and suspension pages on by
      *> themselves.
              IF SD-CATEGORY-SEQ NOT = WS-CURRENT-CATEGORY
                     IF WS-CURRENT-CATEGORY > ZERO
                            PERFORM 3400-PRINT-CATEGORY-TOTAL
                     END-IF
                     MOVE SD-CATEGORY-SEQ TO WS-CURRENT-CATEGORY
                     MOVE ZERO TO WS-CATEGORY-COUNT
                     PERFORM 3300-PRINT-HEADING
              END-IF
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3300-PRINT-HEADING
              END-IF
              ADD 1 TO WS-CATEGORY-COUNT
              MOVE SD-STUDENT-ID TO WS-DTL-ID
              MOVE SD-NAME TO WS-DTL-NAME
              MOVE SD-TERM-HOURS TO WS-DTL-TERM-HOURS
              MOVE SD-TERM-GPA TO WS-DTL-TERM-GPA
              MOVE SD-CUM-HOURS TO WS-DTL-CUM-HOURS
              MOVE SD-CUM-GPA TO WS-DTL-CUM-GPA
              MOVE SD-PRIOR-STANDING TO WS-DTL-PRIOR
              WRITE STD-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
              PERFORM 3200-WRITE-LETTER.

       3200-WRITE-LETTER.
              MOVE SD-STUDENT-ID TO WS-LTR-STUDENT-ID
              MOVE SD-NAME TO WS-LTR-NAME
              MOVE WS-SELECT-TERM TO WS-LTR-TERM-CODE
              MOVE SD-STANDING TO WS-LTR-STANDING
              MOVE WS-CATEGORY-NAME(SD-CATEGORY-SEQ) TO
                     WS-LTR-STANDING-TEXT
              MOVE SD-TERM-HOURS TO WS-LTR-TERM-HOURS
              MOVE SD-TERM-GPA TO WS-LTR-TERM-GPA
              MOVE SD-CUM-HOURS TO WS-LTR-CUM-HOURS
              MOVE SD-CUM-GPA TO WS-LTR-CUM-GPA
              MOVE WS-NEXT-TERM-CODE TO WS-LTR-NEXT-TERM-CODE
              WRITE LETTER-RECORD FROM WS-LETTER-DETAIL
              ADD 1 TO WS-LETTER-COUNT.

       3300-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              MOVE WS-CATEGORY-NAME(WS-CURRENT-CATEGORY) TO WS-CAT-NAME
              WRITE STD-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-CATEGORY-LINE AFTER ADVANCING 2
              WRITE STD-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 2
              MOVE 5 TO WS-LINE-COUNT.

       3400-PRINT-CATEGORY-TOTAL.
              MOVE WS-CATEGORY-COUNT TO WS-CTL-COUNT
              WRITE STD-LINE FROM WS-CATEGORY-TOTAL-LINE
                     AFTER ADVANCING 2
              ADD 2 TO WS-LINE-COUNT.

       4000-LOOKUP-COURSE.
              MOVE ZERO TO WS-LOOKUP-CREDIT-HOURS
              IF WS-CATALOG-COUNT > 0
                     SET WS-CATALOG-IDX TO 1
                     SEARCH WS-CATALOG-ENTRY VARYING WS-CATALOG-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-CAT-COURSE-CODE(WS-CATALOG-IDX)
                                   = WS-LOOKUP-COURSE-CODE
                                   MOVE WS-CAT-CREDIT-HOURS
                                          (WS-CATALOG-IDX) TO
                                          WS-LOOKUP-CREDIT-HOURS
                     END-SEARCH
              END-IF.

       4100-GRADE-TO-POINTS.
              SET WS-GRADABLE TO TRUE
              EVALUATE ENROLL-GRADE
                     WHEN 'A '
                            MOVE 4.00 TO WS-GRADE-POINTS
                     WHEN 'A-'
                            MOVE 3.70 TO WS-GRADE-POINTS
                     WHEN 'B+'
                            MOVE 3.30 TO WS-GRADE-POINTS
                     WHEN 'B '
                            MOVE 3.00 TO WS-GRADE-POINTS
                     WHEN 'B-'
                            MOVE 2.70 TO WS-GRADE-POINTS
                     WHEN 'C+'
                            MOVE 2.30 TO WS-GRADE-POINTS
                     WHEN 'C '
                            MOVE 2.00 TO WS-GRADE-POINTS
                     WHEN 'C-'
                            MOVE 1.70 TO WS-GRADE-POINTS
                     WHEN 'D+'
                            MOVE 1.30 TO WS-GRADE-POINTS
                     WHEN 'D '
                            MOVE 1.00 TO WS-GRADE-POINTS
                     WHEN 'D-'
                            MOVE 0.70 TO WS-GRADE-POINTS
                     WHEN 'F '
                            MOVE ZERO TO WS-GRADE-POINTS
                     WHEN OTHER
                            SET WS-NOT-GRADABLE TO TRUE
                            MOVE ZERO TO WS-GRADE-POINTS
              END-EVALUATE.

       4200-LOOKUP-TERM.
              MOVE ZERO TO WS-LOOKUP-START-DATE
              IF WS-TERM-COUNT > 0
                     SET WS-TERM-IDX TO 1
                     SEARCH WS-TERM-ENTRY VARYING WS-TERM-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-TRM-TERM-CODE(WS-TERM-IDX)
                                   = WS-LOOKUP-TERM-CODE
                                   MOVE WS-TRM-START-DATE
                                          (WS-TERM-IDX) TO
                                          WS-LOOKUP-START-DATE
                     END-SEARCH
              END-IF.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-ASSESSED-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'ACSTAND' TO RUNC-JOB-NAME
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
                     DISPLAY 'ACSTAND: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     MOVE 2 TO WS-CURRENT-CATEGORY
                     PERFORM 3300-PRINT-HEADING
              END-IF
              MOVE WS-RECORD-COUNT TO WS-TR1-COUNT
              MOVE WS-ASSESSED-COUNT TO WS-TR2-COUNT
              MOVE WS-DEANS-COUNT TO WS-TR3-COUNT
              MOVE WS-GOOD-COUNT TO WS-TR4-COUNT
              MOVE WS-PROBATION-COUNT TO WS-TR5-COUNT
              MOVE WS-SUSPENDED-COUNT TO WS-TR6-COUNT
              MOVE WS-NOT-ASSESSED-COUNT TO WS-TR7-COUNT
              MOVE WS-NEXT-TERM-CODE TO WS-TR8-TERM
              WRITE STD-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE STD-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-TRAILER-LINE-7 AFTER ADVANCING 1
              WRITE STD-LINE FROM WS-TRAILER-LINE-8 AFTER ADVANCING 1
              MOVE WS-OPEN-SUSPENSION-COUNT TO WS-TR9-COUNT
              WRITE STD-LINE FROM WS-TRAILER-LINE-9 AFTER ADVANCING 1
              IF WS-OPEN-SUSPENSION-COUNT > 0
                     DISPLAY 'ACSTAND: WARNING - NO TERM FOLLOWS '
                            WS-SELECT-TERM ' ON THE CALENDAR, '
                            WS-OPEN-SUSPENSION-COUNT
                            ' SUSPENSIONS SAVED WITH NO NEXT TERM'
              END-IF
              MOVE WS-LETTER-COUNT TO WS-LTL-COUNT
              WRITE LETTER-RECORD FROM WS-LETTER-TRAILER
              CLOSE ENROLLMENT
              CLOSE STUDENT
              CLOSE STANDING-HISTORY
              CLOSE LETTER-FILE
              CLOSE STANDING-REPORT
              DISPLAY 'ACSTAND ENROLLMENTS READ:  ' WS-RECORD-COUNT
              DISPLAY 'ACSTAND STUDENTS ASSESSED: ' WS-ASSESSED-COUNT
              DISPLAY 'ACSTAND SUSPENDED:         ' WS-SUSPENDED-COUNT.
