        IDENTIFICATION DIVISION.
              PROGRAM-ID. ENRVERF.
      *> Enrollment verification run for one term, TERM=yyyytt on the
      *> command line. Every student with an ENROLL row in the term
      *> is weighed: the term credit load is the CATALOG-CREDIT-HOURS
      *> of the student's active rows, classified against the term's
      *> TCAL-FULL-TIME-HOURS and TCAL-HALF-TIME-HOURS (12 and 6 on a
      *> calendar row that predates them) as full-time, half-time,
      *> or less than half-time; a student whose rows are all
      *> dropped is not enrolled, and one the master shows withdrawn
      *> is reported withdrawn whatever the load. Each goes to the
      *> ENRVERF.DAT clearinghouse file between a HDR and a TRL
      *> carrying the record count and a STUDENT-ID hash total, the
      *> control discipline STEXTR uses for the state.
      *> VERFREQ.DAT then names the students that lenders, insurers,
      *> and employers have asked about, with who asked, and each
      *> one gets a one-page letter on ENRVLTR.RPT with the name,
      *> the term dates from TERMCAL.KSDS, the load status, and the
      *> expected graduation term. A request for an id not on
      *> STUDENT.KSDS, or not numeric, gets no letter and is listed
      *> as an exception on the ENRVERF.RPT run summary.
      *> Expected graduation is projected from the declared program:
      *> the program's minimum hours less the hours already earned
      *> (catalog hours of each distinct course passed, as DEGAUDIT
      *> counts them) and the term's hours still in progress, spread
      *> over the following calendar terms at the student's present
      *> load, or at the full-time load when there is none. A student
      *> with nothing left to earn graduates this term; a student with
      *> no declared program, or a projection past the last term on
      *> the calendar, is shown without a term. Any exception, or a
      *> term row whose course the catalog cannot find, ends the run
      *> with return code 8.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT STUDENT ASSIGN TO 'STUDENT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STUDENT-ID
              ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
              SELECT ENROLLMENT ASSIGN TO 'ENROLL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENROLL-KEY
              FILE STATUS IS WS-ENROLL-FILE-STATUS.
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
              SELECT DECLARATION ASSIGN TO 'DECLARE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DECL-STUDENT-ID
              FILE STATUS IS WS-DECLARATION-STATUS.
              SELECT PROGRAM-TABLE ASSIGN TO 'PROGRAM.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PROG-KEY
              FILE STATUS IS WS-PROGRAM-TABLE-STATUS.
              SELECT VERIFY-REQUEST ASSIGN TO 'VERFREQ.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VERIFY-REQUEST-STATUS.
              SELECT VERIFY-FILE ASSIGN TO 'ENRVERF.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VERIFY-FILE-STATUS.
              SELECT LETTER-REPORT ASSIGN TO 'ENRVLTR.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SUMMARY-REPORT ASSIGN TO 'ENRVERF.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD STUDENT.
              COPY STUDREC.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD TERM-CALENDAR.
              COPY TRMREC.
              FD DECLARATION.
              COPY DECLREC.
              FD PROGRAM-TABLE.
              COPY PROGREC.
              FD VERIFY-REQUEST.
              01 VERIFY-REQUEST-RECORD.
                     05 VRQ-STUDENT-ID PIC 9(5).
                     05 VRQ-STUDENT-ID-TEXT REDEFINES VRQ-STUDENT-ID
                            PIC X(5).
      *> Lender, insurer, or employer the letter is addressed to;
      *> blank addresses it to whom it may concern.
                     05 VRQ-REQUESTER PIC X(30).
              FD VERIFY-FILE.
              01 VERIFY-RECORD PIC X(80).
              FD LETTER-REPORT.
              01 LTR-LINE PIC X(132).
              FD SUMMARY-REPORT.
              01 SUM-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-EOF VALUE '10'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
                     88 WS-ENROLL-FILE-EOF VALUE '10'.
              01 WS-CATALOG-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CATALOG-FILE-OK VALUE '00'.
                     88 WS-CATALOG-FILE-EOF VALUE '10'.
              01 WS-TERM-CALENDAR-STATUS PIC X(2) VALUE '00'.
                     88 WS-TERM-CALENDAR-OK VALUE '00'.
                     88 WS-TERM-CALENDAR-EOF VALUE '10'.
              01 WS-DECLARATION-STATUS PIC X(2) VALUE '00'.
                     88 WS-DECLARATION-OK VALUE '00'.
                     88 WS-DECLARATION-MISSING VALUE '23'.
              01 WS-PROGRAM-TABLE-STATUS PIC X(2) VALUE '00'.
                     88 WS-PROGRAM-TABLE-OK VALUE '00'.
                     88 WS-PROGRAM-TABLE-MISSING VALUE '23'.
              01 WS-VERIFY-REQUEST-STATUS PIC X(2) VALUE '00'.
                     88 WS-VERIFY-REQUEST-OK VALUE '00'.
                     88 WS-VERIFY-REQUEST-NOT-FOUND VALUE '35'.
              01 WS-VERIFY-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-VERIFY-FILE-OK VALUE '00'.
              01 WS-PROGRAM-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PROGRAM-FILES-OPEN VALUE 'Y'.
                     88 WS-PROGRAM-FILES-NOT-OPEN VALUE 'N'.
              01 WS-INSTITUTION-CODE PIC X(8) VALUE 'UNIV0001'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-SELECT-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-SELECT-END-DATE PIC 9(8) VALUE ZERO.
              01 WS-FULL-TIME-HOURS PIC 9(2) VALUE 12.
              01 WS-HALF-TIME-HOURS PIC 9(2) VALUE 6.
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
              01 WS-LOOKUP-FOUND-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-LOOKUP-FOUND VALUE 'Y'.
                     88 WS-LOOKUP-NOT-FOUND VALUE 'N'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-REQUEST-EOF PIC A(1) VALUE 'N'.
                     88 WS-REQUEST-EOF-YES VALUE 'Y'.
      *> Uncataloged term rows are counted on the main pass only; a
      *> letter weighs its student a second time.
              01 WS-UNCATALOGED-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-COUNT-UNCATALOGED VALUE 'Y'.
                     88 WS-SKIP-UNCATALOGED VALUE 'N'.
              01 WS-ENROLL-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-ENROLL-DONE VALUE 'Y'.
                     88 WS-ENROLL-NOT-DONE VALUE 'N'.
      *> The student being weighed and what the weighing found.
              01 WS-WEIGH-STUDENT-ID PIC 9(5) VALUE ZERO.
              01 WS-TERM-ROW-COUNT PIC 9(3) VALUE ZERO.
              01 WS-TERM-LOAD PIC 9(3) VALUE ZERO.
              01 WS-IN-PROGRESS-HOURS PIC 9(3) VALUE ZERO.
              01 WS-EARNED-HOURS PIC 9(4) VALUE ZERO.
              01 WS-PREV-COURSE-CODE PIC X(4) VALUE SPACES.
              01 WS-PREV-COURSE-HOURS PIC 9(2) VALUE ZERO.
              01 WS-COURSE-PASSED-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-COURSE-PASSED VALUE 'Y'.
                     88 WS-COURSE-NOT-PASSED VALUE 'N'.
              01 WS-GRADE-LETTER PIC X(1) VALUE SPACE.
                     88 WS-PASSING-GRADE VALUES 'A' 'B' 'C' 'D'.
              01 WS-LOAD-STATUS PIC X(1) VALUE SPACE.
                     88 WS-LOAD-FULL-TIME VALUE 'F'.
                     88 WS-LOAD-HALF-TIME VALUE 'H'.
                     88 WS-LOAD-LESS-THAN-HALF VALUE 'L'.
                     88 WS-LOAD-NOT-ENROLLED VALUE 'N'.
                     88 WS-LOAD-WITHDRAWN VALUE 'W'.
              01 WS-LOAD-TEXT PIC X(20) VALUE SPACES.
      *> Expected graduation projection.
              01 WS-EXPECTED-TERM PIC X(6) VALUE SPACES.
              01 WS-EXPECTED-TEXT PIC X(25) VALUE SPACES.
              01 WS-REMAINING-HOURS PIC S9(4) VALUE ZERO.
              01 WS-PACE-HOURS PIC 9(3) VALUE ZERO.
              01 WS-TERMS-NEEDED PIC 9(4) VALUE ZERO.
              01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-NEXT-TERM-CODE PIC X(6) VALUE SPACES.
              01 WS-NEXT-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-OFF-CALENDAR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-OFF-CALENDAR VALUE 'Y'.
                     88 WS-ON-CALENDAR VALUE 'N'.
              01 WS-STUDENT-READ-COUNT PIC 9(7) VALUE ZERO.
              01 WS-VERIFIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-FULL-TIME-COUNT PIC 9(7) VALUE ZERO.
              01 WS-HALF-TIME-COUNT PIC 9(7) VALUE ZERO.
              01 WS-LESS-THAN-HALF-COUNT PIC 9(7) VALUE ZERO.
              01 WS-NOT-ENROLLED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-WITHDRAWN-COUNT PIC 9(7) VALUE ZERO.
              01 WS-UNCATALOGED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-HASH-TOTAL PIC 9(12) VALUE ZERO.
              01 WS-REQUEST-COUNT PIC 9(7) VALUE ZERO.
              01 WS-LETTER-COUNT PIC 9(7) VALUE ZERO.
              01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              01 WS-VERIFY-HEADER.
                     05 FILLER PIC X(3) VALUE 'HDR'.
                     05 WS-HDR-INSTITUTION PIC X(8).
                     05 WS-HDR-DATE PIC 9(8).
                     05 WS-HDR-TERM PIC X(6).
                     05 FILLER PIC X(55) VALUE SPACES.
              01 WS-VERIFY-DETAIL.
                     05 FILLER PIC X(3) VALUE 'DTL'.
                     05 WS-VDT-STUDENT-ID PIC 9(5).
                     05 WS-VDT-NAME PIC X(25).
                     05 WS-VDT-TERM-CODE PIC X(6).
                     05 WS-VDT-TERM-START PIC 9(8).
                     05 WS-VDT-TERM-END PIC 9(8).
                     05 WS-VDT-CREDIT-HOURS PIC 9(3).
      *> F full-time, H half-time, L less than half-time,
      *> N not enrolled, W withdrawn.
                     05 WS-VDT-LOAD-STATUS PIC X(1).
      *> Spaces when no graduation term can be projected.
                     05 WS-VDT-EXPECTED-TERM PIC X(6).
                     05 FILLER PIC X(15) VALUE SPACES.
              01 WS-VERIFY-TRAILER.
                     05 FILLER PIC X(3) VALUE 'TRL'.
                     05 WS-TRL-COUNT PIC 9(7).
                     05 WS-TRL-HASH PIC 9(12).
                     05 FILLER PIC X(58) VALUE SPACES.
              01 WS-REPORT-CONTROLS.
                     05 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-LINE-COUNT PIC 9(4) VALUE 99.
                     05 WS-LINES-PER-PAGE PIC 9(4) VALUE 66.
              01 WS-LETTER-PAGE-COUNT PIC 9(4) VALUE ZERO.
              01 WS-LETTER-LINE-COUNT PIC 9(4) VALUE ZERO.
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
              01 WS-EDIT-DATE PIC 9(8) VALUE ZERO.
              01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
                     05 WS-EDIT-YYYY PIC 9(4).
                     05 WS-EDIT-MM PIC 9(2).
                     05 WS-EDIT-DD PIC 9(2).
              01 WS-EDITED-DATE.
                     05 WS-EDD-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-EDD-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-EDD-YYYY PIC 9(4).
              01 WS-TERM-START-TEXT PIC X(10) VALUE SPACES.
              01 WS-TERM-END-TEXT PIC X(10) VALUE SPACES.
              01 WS-LETTER-HEADING.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-LHD-DATE PIC X(10).
                     05 FILLER PIC X(20) VALUE SPACES.
                     05 FILLER PIC X(34) VALUE
                            'ENROLLMENT VERIFICATION'.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-LHD-PAGE PIC ZZZ9.
              01 WS-LETTER-TO-LINE.
                     05 FILLER PIC X(6) VALUE 'TO:'.
                     05 WS-LTO-REQUESTER PIC X(30).
              01 WS-LETTER-TEXT-LINE-1 PIC X(66) VALUE
                     'THE REGISTRAR CONFIRMS THE FOLLOWING'.
              01 WS-LETTER-TEXT-LINE-2 PIC X(66) VALUE
                     'ENROLLMENT RECORD AS OF THE DATE OF THIS LETTER.'.
              01 WS-LETTER-FIELD-LINE.
                     05 WS-LFL-LABEL PIC X(28).
                     05 WS-LFL-VALUE PIC X(40).
              01 WS-LETTER-SIGNATURE PIC X(30) VALUE
                     'OFFICE OF THE REGISTRAR'.
              01 WS-HOURS-EDIT PIC ZZ9.
              01 WS-SUMMARY-HEADING.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-SHD-DATE PIC X(10).
                     05 FILLER PIC X(20) VALUE SPACES.
                     05 FILLER PIC X(34) VALUE
                            'ENROLLMENT VERIFICATION SUMMARY'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-SHD-TERM PIC X(6).
                     05 FILLER PIC X(40) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-SHD-PAGE PIC ZZZ9.
              01 WS-EXCEPTION-HEADING.
                     05 FILLER PIC X(12) VALUE 'STUDENT ID'.
                     05 FILLER PIC X(30) VALUE 'REQUESTED BY'.
                     05 FILLER PIC X(30) VALUE 'EXCEPTION'.
              01 WS-EXCEPTION-LINE.
                     05 WS-EXL-STUDENT-ID PIC X(5).
                     05 FILLER PIC X(7) VALUE SPACES.
                     05 WS-EXL-REQUESTER PIC X(30).
                     05 WS-EXL-TEXT PIC X(30).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(30) VALUE
                            'STUDENTS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(30) VALUE
                            'STUDENTS VERIFIED TO FILE:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(30) VALUE
                            '  FULL-TIME:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(30) VALUE
                            '  HALF-TIME:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(30) VALUE
                            '  LESS THAN HALF-TIME:'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(30) VALUE
                            '  NOT ENROLLED:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-7.
                     05 FILLER PIC X(30) VALUE
                            '  WITHDRAWN:'.
                     05 WS-TR7-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-8.
                     05 FILLER PIC X(30) VALUE
                            'STUDENT-ID HASH TOTAL:'.
                     05 WS-TR8-HASH PIC 9(12).
              01 WS-TRAILER-LINE-9.
                     05 FILLER PIC X(30) VALUE
                            'TERM ROWS NOT IN CATALOG:'.
                     05 WS-TR9-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-10.
                     05 FILLER PIC X(30) VALUE
                            'VERIFICATION REQUESTS READ:'.
                     05 WS-TR10-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-11.
                     05 FILLER PIC X(30) VALUE
                            'LETTERS PRINTED:'.
                     05 WS-TR11-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-12.
                     05 FILLER PIC X(30) VALUE
                            'REQUEST EXCEPTIONS:'.
                     05 WS-TR12-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM UNTIL WS-EOF-YES
                     READ STUDENT NEXT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-STUDENT-READ-COUNT
                                   PERFORM 2000-VERIFY-STUDENT
                     END-READ
              END-PERFORM
              PERFORM 5000-PROCESS-REQUESTS
              PERFORM 9000-TERMINATE
              IF WS-EXCEPTION-COUNT > 0 OR WS-UNCATALOGED-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              IF WS-PARM-LINE(1:5) = 'TERM='
                     MOVE WS-PARM-LINE(6:6) TO WS-SELECT-TERM
              END-IF
              IF WS-SELECT-TERM = SPACES
                     DISPLAY 'ENRVERF: TERM=YYYYTT PARAMETER IS '
                            'REQUIRED, NOTHING VERIFIED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              PERFORM 1100-LOAD-TERM-CALENDAR
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'ENRVERF: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'ENRVERF: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 1200-LOAD-COURSE-CATALOG
              PERFORM 1300-OPEN-PROGRAM-FILES
              OPEN OUTPUT VERIFY-FILE
              IF NOT WS-VERIFY-FILE-OK
                     DISPLAY 'ENRVERF: ERROR OPENING VERIFICATION '
                            'FILE, FILE STATUS = '
                            WS-VERIFY-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT LETTER-REPORT
              OPEN OUTPUT SUMMARY-REPORT
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY
              MOVE WS-SELECT-START-DATE TO WS-EDIT-DATE
              PERFORM 4100-EDIT-DATE
              MOVE WS-EDITED-DATE TO WS-TERM-START-TEXT
              MOVE WS-SELECT-END-DATE TO WS-EDIT-DATE
              PERFORM 4100-EDIT-DATE
              MOVE WS-EDITED-DATE TO WS-TERM-END-TEXT
              MOVE WS-INSTITUTION-CODE TO WS-HDR-INSTITUTION
              MOVE WS-RUN-DATE TO WS-HDR-DATE
              MOVE WS-SELECT-TERM TO WS-HDR-TERM
              WRITE VERIFY-RECORD FROM WS-VERIFY-HEADER.

       1100-LOAD-TERM-CALENDAR.
      *> The term's dates and load thresholds come from its calendar
      *> row, and the rows after it are the terms a graduation is
      *> projected into, ordered by start date as ACSTAND does.
              OPEN INPUT TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'ENRVERF: ERROR OPENING TERM CALENDAR, '
                            'FILE STATUS = ' WS-TERM-CALENDAR-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM UNTIL WS-TERM-EOF-YES
                     READ TERM-CALENDAR
                            AT END
                                   SET WS-TERM-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 1150-TABLE-TERM
                     END-READ
              END-PERFORM
              CLOSE TERM-CALENDAR
              IF WS-SELECT-START-DATE = ZERO
                     DISPLAY 'ENRVERF: TERM ' WS-SELECT-TERM
                            ' IS NOT ON THE TERM CALENDAR, '
                            'NOTHING VERIFIED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF.

       1150-TABLE-TERM.
              IF TCAL-TERM-CODE = WS-SELECT-TERM
                     MOVE TCAL-START-DATE TO WS-SELECT-START-DATE
                     MOVE TCAL-END-DATE TO WS-SELECT-END-DATE
                     IF TCAL-FULL-TIME-HOURS NUMERIC AND
                            TCAL-FULL-TIME-HOURS > ZERO
                            MOVE TCAL-FULL-TIME-HOURS TO
                                   WS-FULL-TIME-HOURS
                     END-IF
                     IF TCAL-HALF-TIME-HOURS NUMERIC AND
                            TCAL-HALF-TIME-HOURS > ZERO
                            MOVE TCAL-HALF-TIME-HOURS TO
                                   WS-HALF-TIME-HOURS
                     END-IF
              END-IF
              IF WS-TERM-COUNT < 200
                     ADD 1 TO WS-TERM-COUNT
                     MOVE TCAL-TERM-CODE TO
                            WS-TRM-TERM-CODE(WS-TERM-COUNT)
                     MOVE TCAL-START-DATE TO
                            WS-TRM-START-DATE(WS-TERM-COUNT)
              ELSE
                     DISPLAY 'ENRVERF: WARNING - TERM CALENDAR '
                            'TABLE FULL, TERM '
                            TCAL-TERM-CODE ' NOT TABLED'
              END-IF.

       1200-LOAD-COURSE-CATALOG.
      *> Without the catalog there are no credit hours to weigh, so
      *> like STEXTR the run fails closed.
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-CATALOG-FILE-OK
                     DISPLAY 'ENRVERF: ERROR OPENING COURSE '
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
                                   PERFORM 1250-TABLE-COURSE
                     END-READ
              END-PERFORM
              CLOSE COURSE-CATALOG.

       1250-TABLE-COURSE.
              IF WS-CATALOG-COUNT < 500
                     ADD 1 TO WS-CATALOG-COUNT
                     MOVE CATALOG-COURSE-CODE TO
                            WS-CAT-COURSE-CODE(WS-CATALOG-COUNT)
                     MOVE CATALOG-CREDIT-HOURS TO
                            WS-CAT-CREDIT-HOURS(WS-CATALOG-COUNT)
              ELSE
                     DISPLAY 'ENRVERF: WARNING - COURSE CATALOG '
                            'TABLE FULL, COURSE '
                            CATALOG-COURSE-CODE ' NOT TABLED'
              END-IF.

       1300-OPEN-PROGRAM-FILES.
      *> The graduation projection is the one thing these files
      *> feed; without them the letters still go, showing no term.
              OPEN INPUT DECLARATION
              IF WS-DECLARATION-OK
                     OPEN INPUT PROGRAM-TABLE
                     IF WS-PROGRAM-TABLE-OK
                            SET WS-PROGRAM-FILES-OPEN TO TRUE
                     ELSE
                            CLOSE DECLARATION
                     END-IF
              END-IF
              IF WS-PROGRAM-FILES-NOT-OPEN
                     DISPLAY 'ENRVERF: WARNING - DECLARED PROGRAMS '
                            'NOT AVAILABLE, NO GRADUATION TERMS '
                            'PROJECTED'
              END-IF.

       2000-VERIFY-STUDENT.
              MOVE STUDENT-ID TO WS-WEIGH-STUDENT-ID
              PERFORM 2200-WEIGH-STUDENT
              IF WS-TERM-ROW-COUNT > 0
                     PERFORM 2300-CLASSIFY-LOAD
                     PERFORM 2600-PROJECT-GRADUATION
                     PERFORM 2100-WRITE-VERIFY-DETAIL
              END-IF.

       2100-WRITE-VERIFY-DETAIL.
              MOVE STUDENT-ID TO WS-VDT-STUDENT-ID
              MOVE NAME TO WS-VDT-NAME
              MOVE WS-SELECT-TERM TO WS-VDT-TERM-CODE
              MOVE WS-SELECT-START-DATE TO WS-VDT-TERM-START
              MOVE WS-SELECT-END-DATE TO WS-VDT-TERM-END
              MOVE WS-TERM-LOAD TO WS-VDT-CREDIT-HOURS
              MOVE WS-LOAD-STATUS TO WS-VDT-LOAD-STATUS
              MOVE WS-EXPECTED-TERM TO WS-VDT-EXPECTED-TERM
              WRITE VERIFY-RECORD FROM WS-VERIFY-DETAIL
              IF WS-VERIFY-FILE-OK
                     ADD 1 TO WS-VERIFIED-COUNT
                     ADD STUDENT-ID TO WS-HASH-TOTAL
              ELSE
                     DISPLAY 'ENRVERF: VERIFICATION WRITE FAILED, '
                            'FILE STATUS = ' WS-VERIFY-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              EVALUATE TRUE
                     WHEN WS-LOAD-FULL-TIME
                            ADD 1 TO WS-FULL-TIME-COUNT
                     WHEN WS-LOAD-HALF-TIME
                            ADD 1 TO WS-HALF-TIME-COUNT
                     WHEN WS-LOAD-LESS-THAN-HALF
                            ADD 1 TO WS-LESS-THAN-HALF-COUNT
                     WHEN WS-LOAD-NOT-ENROLLED
                            ADD 1 TO WS-NOT-ENROLLED-COUNT
                     WHEN WS-LOAD-WITHDRAWN
                            ADD 1 TO WS-WITHDRAWN-COUNT
              END-EVALUATE.

       2200-WEIGH-STUDENT.
      *> Reads every ENROLL row of the student, all terms. Rows come
      *> by course and then term, so each course's rows are together
      *> and its hours are earned once however often it was taken.
              MOVE ZERO TO WS-TERM-ROW-COUNT
              MOVE ZERO TO WS-TERM-LOAD
              MOVE ZERO TO WS-IN-PROGRESS-HOURS
              MOVE ZERO TO WS-EARNED-HOURS
              MOVE SPACES TO WS-PREV-COURSE-CODE
              SET WS-COURSE-NOT-PASSED TO TRUE
              MOVE WS-WEIGH-STUDENT-ID TO ENROLL-STUDENT-ID
              MOVE LOW-VALUES TO ENROLL-COURSE-CODE
              MOVE LOW-VALUES TO ENROLL-TERM-CODE
              SET WS-ENROLL-NOT-DONE TO TRUE
              START ENROLLMENT KEY IS NOT LESS THAN ENROLL-KEY
                     INVALID KEY
                            SET WS-ENROLL-DONE TO TRUE
              END-START
              PERFORM UNTIL WS-ENROLL-DONE
                     READ ENROLLMENT NEXT
                            AT END
                                   SET WS-ENROLL-DONE TO TRUE
                            NOT AT END
                                   PERFORM 2250-WEIGH-ENROLLMENT
                     END-READ
              END-PERFORM
              PERFORM 2270-CLOSE-COURSE.

       2250-WEIGH-ENROLLMENT.
              IF ENROLL-STUDENT-ID NOT = WS-WEIGH-STUDENT-ID
                     SET WS-ENROLL-DONE TO TRUE
              ELSE
                     IF ENROLL-COURSE-CODE NOT = WS-PREV-COURSE-CODE
                            PERFORM 2270-CLOSE-COURSE
                            PERFORM 2260-OPEN-COURSE
                     END-IF
                     IF ENROLL-TERM-CODE = WS-SELECT-TERM
                            PERFORM 2280-WEIGH-TERM-ROW
                     END-IF
                     MOVE ENROLL-GRADE(1:1) TO WS-GRADE-LETTER
                     IF NOT ENROLL-DROPPED AND WS-PASSING-GRADE
                            SET WS-COURSE-PASSED TO TRUE
                     END-IF
              END-IF.

       2260-OPEN-COURSE.
              MOVE ENROLL-COURSE-CODE TO WS-PREV-COURSE-CODE
              SET WS-COURSE-NOT-PASSED TO TRUE
              MOVE ENROLL-COURSE-CODE TO WS-LOOKUP-COURSE-CODE
              PERFORM 4000-LOOKUP-COURSE
              MOVE WS-LOOKUP-CREDIT-HOURS TO WS-PREV-COURSE-HOURS.

       2270-CLOSE-COURSE.
      *> Any posted grade above F earns the course's hours once.
              IF WS-PREV-COURSE-CODE NOT = SPACES AND WS-COURSE-PASSED
                     ADD WS-PREV-COURSE-HOURS TO WS-EARNED-HOURS
              END-IF.

       2280-WEIGH-TERM-ROW.
              ADD 1 TO WS-TERM-ROW-COUNT
              IF ENROLL-ACTIVE
                     ADD WS-PREV-COURSE-HOURS TO WS-TERM-LOAD
                     IF ENROLL-UNGRADED
                            ADD WS-PREV-COURSE-HOURS TO
                                   WS-IN-PROGRESS-HOURS
                     END-IF
                     IF WS-LOOKUP-NOT-FOUND AND WS-COUNT-UNCATALOGED
                            ADD 1 TO WS-UNCATALOGED-COUNT
                     END-IF
              END-IF.

       2300-CLASSIFY-LOAD.
      *> Expects the student's master record in the FD.
              EVALUATE TRUE
                     WHEN ENROLLMENT-WITHDRAWN
                            SET WS-LOAD-WITHDRAWN TO TRUE
                            MOVE 'WITHDRAWN' TO WS-LOAD-TEXT
                     WHEN WS-TERM-LOAD >= WS-FULL-TIME-HOURS
                            SET WS-LOAD-FULL-TIME TO TRUE
                            MOVE 'FULL-TIME' TO WS-LOAD-TEXT
                     WHEN WS-TERM-LOAD >= WS-HALF-TIME-HOURS
                            SET WS-LOAD-HALF-TIME TO TRUE
                            MOVE 'HALF-TIME' TO WS-LOAD-TEXT
                     WHEN WS-TERM-LOAD > ZERO
                            SET WS-LOAD-LESS-THAN-HALF TO TRUE
                            MOVE 'LESS THAN HALF-TIME' TO WS-LOAD-TEXT
                     WHEN OTHER
                            SET WS-LOAD-NOT-ENROLLED TO TRUE
                            MOVE 'NOT ENROLLED' TO WS-LOAD-TEXT
              END-EVALUATE.

       2600-PROJECT-GRADUATION.
              MOVE SPACES TO WS-EXPECTED-TERM
              EVALUATE TRUE
                     WHEN ENROLLMENT-GRADUATED
                            MOVE 'GRADUATED' TO WS-EXPECTED-TEXT
                     WHEN WS-LOAD-WITHDRAWN
                            MOVE 'NOT APPLICABLE' TO WS-EXPECTED-TEXT
                     WHEN WS-PROGRAM-FILES-NOT-OPEN
                            MOVE 'NOT AVAILABLE' TO WS-EXPECTED-TEXT
                     WHEN OTHER
                            PERFORM 2650-FIND-PROGRAM-HOURS
              END-EVALUATE.

       2650-FIND-PROGRAM-HOURS.
              MOVE WS-WEIGH-STUDENT-ID TO DECL-STUDENT-ID
              READ DECLARATION
              IF NOT WS-DECLARATION-OK
                     MOVE 'NO PROGRAM DECLARED' TO WS-EXPECTED-TEXT
              ELSE
                     MOVE DECL-PROGRAM-CODE TO PROG-PROGRAM-CODE
                     MOVE SPACES TO PROG-COURSE-CODE
                     READ PROGRAM-TABLE
                     IF NOT WS-PROGRAM-TABLE-OK
                            MOVE 'PROGRAM NOT ON FILE' TO
                                   WS-EXPECTED-TEXT
                     ELSE
                            PERFORM 2700-PROJECT-TERMS
                     END-IF
              END-IF.

       2700-PROJECT-TERMS.
              SET WS-ON-CALENDAR TO TRUE
              COMPUTE WS-REMAINING-HOURS = PROG-MIN-CREDIT-HOURS
                     - WS-EARNED-HOURS - WS-IN-PROGRESS-HOURS
              IF WS-REMAINING-HOURS NOT > ZERO
                     MOVE WS-SELECT-TERM TO WS-EXPECTED-TERM
              ELSE
                     IF WS-TERM-LOAD > ZERO
                            MOVE WS-TERM-LOAD TO WS-PACE-HOURS
                     ELSE
                            MOVE WS-FULL-TIME-HOURS TO WS-PACE-HOURS
                     END-IF
                     COMPUTE WS-TERMS-NEEDED =
                            (WS-REMAINING-HOURS + WS-PACE-HOURS - 1)
                            / WS-PACE-HOURS
                     MOVE WS-SELECT-START-DATE TO WS-STEP-START-DATE
                     PERFORM 2750-STEP-TERM WS-TERMS-NEEDED TIMES
              END-IF
              IF WS-OFF-CALENDAR
                     MOVE SPACES TO WS-EXPECTED-TERM
                     MOVE 'BEYOND TERM CALENDAR' TO WS-EXPECTED-TEXT
              ELSE
                     MOVE WS-EXPECTED-TERM TO WS-EXPECTED-TEXT
              END-IF.

       2750-STEP-TERM.
              IF WS-ON-CALENDAR
                     MOVE SPACES TO WS-NEXT-TERM-CODE
                     MOVE ZERO TO WS-NEXT-START-DATE
                     PERFORM 2760-FIND-NEXT-TERM
                            VARYING WS-TERM-IDX FROM 1 BY 1
                            UNTIL WS-TERM-IDX > WS-TERM-COUNT
                     IF WS-NEXT-TERM-CODE = SPACES
                            SET WS-OFF-CALENDAR TO TRUE
                     ELSE
                            MOVE WS-NEXT-TERM-CODE TO WS-EXPECTED-TERM
                            MOVE WS-NEXT-START-DATE TO
                                   WS-STEP-START-DATE
                     END-IF
              END-IF.

       2760-FIND-NEXT-TERM.
              IF WS-TRM-START-DATE(WS-TERM-IDX) > WS-STEP-START-DATE
                     AND (WS-NEXT-START-DATE = ZERO OR
                     WS-TRM-START-DATE(WS-TERM-IDX) <
                     WS-NEXT-START-DATE)
                     MOVE WS-TRM-TERM-CODE(WS-TERM-IDX) TO
                            WS-NEXT-TERM-CODE
                     MOVE WS-TRM-START-DATE(WS-TERM-IDX) TO
                            WS-NEXT-START-DATE
              END-IF.

       3000-PRINT-LETTER.
      *> One page per student: the letter is padded out to the page
      *> depth so each one can be torn off and mailed on its own.
              ADD 1 TO WS-LETTER-PAGE-COUNT
              ADD 1 TO WS-LETTER-COUNT
              MOVE WS-REPORT-DATE TO WS-LHD-DATE
              MOVE WS-LETTER-PAGE-COUNT TO WS-LHD-PAGE
              WRITE LTR-LINE FROM WS-LETTER-HEADING AFTER ADVANCING 1
              IF VRQ-REQUESTER = SPACES
                     MOVE 'TO WHOM IT MAY CONCERN' TO WS-LTO-REQUESTER
              ELSE
                     MOVE VRQ-REQUESTER TO WS-LTO-REQUESTER
              END-IF
              WRITE LTR-LINE FROM WS-LETTER-TO-LINE AFTER ADVANCING 3
              WRITE LTR-LINE FROM WS-LETTER-TEXT-LINE-1
                     AFTER ADVANCING 3
              WRITE LTR-LINE FROM WS-LETTER-TEXT-LINE-2
                     AFTER ADVANCING 1
              MOVE 8 TO WS-LETTER-LINE-COUNT
              MOVE 'STUDENT ID:' TO WS-LFL-LABEL
              MOVE STUDENT-ID TO WS-LFL-VALUE
              PERFORM 3100-PRINT-LETTER-FIELD
              MOVE 'STUDENT NAME:' TO WS-LFL-LABEL
              MOVE NAME TO WS-LFL-VALUE
              PERFORM 3100-PRINT-LETTER-FIELD
              MOVE 'TERM:' TO WS-LFL-LABEL
              MOVE WS-SELECT-TERM TO WS-LFL-VALUE
              PERFORM 3100-PRINT-LETTER-FIELD
              MOVE 'TERM DATES:' TO WS-LFL-LABEL
              MOVE SPACES TO WS-LFL-VALUE
              STRING WS-TERM-START-TEXT DELIMITED BY SIZE
                     ' THROUGH ' DELIMITED BY SIZE
                     WS-TERM-END-TEXT DELIMITED BY SIZE
                     INTO WS-LFL-VALUE
              END-STRING
              PERFORM 3100-PRINT-LETTER-FIELD
              MOVE 'CREDIT HOURS THIS TERM:' TO WS-LFL-LABEL
              MOVE WS-TERM-LOAD TO WS-HOURS-EDIT
              MOVE WS-HOURS-EDIT TO WS-LFL-VALUE
              PERFORM 3100-PRINT-LETTER-FIELD
              MOVE 'ENROLLMENT STATUS:' TO WS-LFL-LABEL
              MOVE WS-LOAD-TEXT TO WS-LFL-VALUE
              PERFORM 3100-PRINT-LETTER-FIELD
              MOVE 'EXPECTED GRADUATION TERM:' TO WS-LFL-LABEL
              MOVE WS-EXPECTED-TEXT TO WS-LFL-VALUE
              PERFORM 3100-PRINT-LETTER-FIELD
              WRITE LTR-LINE FROM WS-LETTER-SIGNATURE
                     AFTER ADVANCING 4
              ADD 4 TO WS-LETTER-LINE-COUNT
              PERFORM 3200-PAD-LETTER-PAGE
                     UNTIL WS-LETTER-LINE-COUNT >= WS-LINES-PER-PAGE.

       3100-PRINT-LETTER-FIELD.
              WRITE LTR-LINE FROM WS-LETTER-FIELD-LINE
                     AFTER ADVANCING 2
              ADD 2 TO WS-LETTER-LINE-COUNT.

       3200-PAD-LETTER-PAGE.
              WRITE LTR-LINE FROM SPACES AFTER ADVANCING 1
              ADD 1 TO WS-LETTER-LINE-COUNT.

       3300-PRINT-SUMMARY-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-SHD-DATE
              MOVE WS-SELECT-TERM TO WS-SHD-TERM
              MOVE WS-PAGE-COUNT TO WS-SHD-PAGE
              WRITE SUM-LINE FROM WS-SUMMARY-HEADING AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-EXCEPTION-HEADING
                     AFTER ADVANCING 2
              MOVE 3 TO WS-LINE-COUNT.

       3400-PRINT-EXCEPTION.
              ADD 1 TO WS-EXCEPTION-COUNT
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3300-PRINT-SUMMARY-HEADING
              END-IF
              MOVE VRQ-STUDENT-ID-TEXT TO WS-EXL-STUDENT-ID
              MOVE VRQ-REQUESTER TO WS-EXL-REQUESTER
              WRITE SUM-LINE FROM WS-EXCEPTION-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3500-PRINT-TRAILER.
              IF WS-PAGE-COUNT = ZERO
                     PERFORM 3300-PRINT-SUMMARY-HEADING
              END-IF
              MOVE WS-STUDENT-READ-COUNT TO WS-TR1-COUNT
              MOVE WS-VERIFIED-COUNT TO WS-TR2-COUNT
              MOVE WS-FULL-TIME-COUNT TO WS-TR3-COUNT
              MOVE WS-HALF-TIME-COUNT TO WS-TR4-COUNT
              MOVE WS-LESS-THAN-HALF-COUNT TO WS-TR5-COUNT
              MOVE WS-NOT-ENROLLED-COUNT TO WS-TR6-COUNT
              MOVE WS-WITHDRAWN-COUNT TO WS-TR7-COUNT
              MOVE WS-HASH-TOTAL TO WS-TR8-HASH
              MOVE WS-UNCATALOGED-COUNT TO WS-TR9-COUNT
              MOVE WS-REQUEST-COUNT TO WS-TR10-COUNT
              MOVE WS-LETTER-COUNT TO WS-TR11-COUNT
              MOVE WS-EXCEPTION-COUNT TO WS-TR12-COUNT
              WRITE SUM-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 3
              WRITE SUM-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-7 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-8 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-9 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-10 AFTER ADVANCING 2
              WRITE SUM-LINE FROM WS-TRAILER-LINE-11 AFTER ADVANCING 1
              WRITE SUM-LINE FROM WS-TRAILER-LINE-12 AFTER ADVANCING 1.

       4000-LOOKUP-COURSE.
              SET WS-LOOKUP-NOT-FOUND TO TRUE
              MOVE ZERO TO WS-LOOKUP-CREDIT-HOURS
              IF WS-CATALOG-COUNT > 0
                     SET WS-CATALOG-IDX TO 1
                     SEARCH WS-CATALOG-ENTRY VARYING WS-CATALOG-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-CAT-COURSE-CODE(WS-CATALOG-IDX)
                                   = WS-LOOKUP-COURSE-CODE
                                   SET WS-LOOKUP-FOUND TO TRUE
                                   MOVE WS-CAT-CREDIT-HOURS
                                          (WS-CATALOG-IDX) TO
                                          WS-LOOKUP-CREDIT-HOURS
                     END-SEARCH
              END-IF.

       4100-EDIT-DATE.
              MOVE WS-EDIT-MM TO WS-EDD-MM
              MOVE WS-EDIT-DD TO WS-EDD-DD
              MOVE WS-EDIT-YYYY TO WS-EDD-YYYY.

       5000-PROCESS-REQUESTS.
      *> No request file simply means no letters this run.
              SET WS-SKIP-UNCATALOGED TO TRUE
              OPEN INPUT VERIFY-REQUEST
              IF WS-VERIFY-REQUEST-NOT-FOUND
                     DISPLAY 'ENRVERF: NO VERIFICATION REQUESTS, '
                            'NO LETTERS PRINTED'
              ELSE
                     IF NOT WS-VERIFY-REQUEST-OK
                            DISPLAY 'ENRVERF: ERROR OPENING '
                                   'VERIFICATION REQUESTS, FILE '
                                   'STATUS = '
                                   WS-VERIFY-REQUEST-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-REQUEST-EOF-YES
                            READ VERIFY-REQUEST
                                   AT END
                                          SET WS-REQUEST-EOF-YES TO TRUE
                                   NOT AT END
                                          PERFORM 5100-ANSWER-REQUEST
                            END-READ
                     END-PERFORM
                     CLOSE VERIFY-REQUEST
              END-IF.

       5100-ANSWER-REQUEST.
              ADD 1 TO WS-REQUEST-COUNT
              IF VRQ-STUDENT-ID NOT NUMERIC
                     MOVE 'STUDENT ID NOT NUMERIC' TO WS-EXL-TEXT
                     PERFORM 3400-PRINT-EXCEPTION
              ELSE
                     MOVE VRQ-STUDENT-ID TO STUDENT-ID
                     READ STUDENT
                     EVALUATE TRUE
                            WHEN WS-STUDENT-FILE-OK
                                   MOVE STUDENT-ID TO
                                          WS-WEIGH-STUDENT-ID
                                   PERFORM 2200-WEIGH-STUDENT
                                   PERFORM 2300-CLASSIFY-LOAD
                                   PERFORM 2600-PROJECT-GRADUATION
                                   PERFORM 3000-PRINT-LETTER
                            WHEN WS-STUDENT-FILE-MISSING
                                   MOVE 'NOT ON STUDENT FILE' TO
                                          WS-EXL-TEXT
                                   PERFORM 3400-PRINT-EXCEPTION
                            WHEN OTHER
                                   MOVE 'STUDENT FILE ERROR' TO
                                          WS-EXL-TEXT
                                   PERFORM 3400-PRINT-EXCEPTION
                     END-EVALUATE
              END-IF.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-VERIFIED-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'ENRVERF' TO RUNC-JOB-NAME
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
                     DISPLAY 'ENRVERF: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              MOVE WS-VERIFIED-COUNT TO WS-TRL-COUNT
              MOVE WS-HASH-TOTAL TO WS-TRL-HASH
              WRITE VERIFY-RECORD FROM WS-VERIFY-TRAILER
              PERFORM 3500-PRINT-TRAILER
              CLOSE STUDENT
              CLOSE ENROLLMENT
              IF WS-PROGRAM-FILES-OPEN
                     CLOSE DECLARATION
                     CLOSE PROGRAM-TABLE
              END-IF
              CLOSE VERIFY-FILE
              CLOSE LETTER-REPORT
              CLOSE SUMMARY-REPORT
              DISPLAY 'ENRVERF STUDENTS VERIFIED: ' WS-VERIFIED-COUNT
              DISPLAY 'ENRVERF LETTERS PRINTED:   ' WS-LETTER-COUNT
              DISPLAY 'ENRVERF REQUEST EXCEPTIONS:' WS-EXCEPTION-COUNT.
