        IDENTIFICATION DIVISION.
              PROGRAM-ID. DEGAUDIT.
      *> Degree audit and graduation candidate run. Every active
      *> student with a declared program in DECLARE.KSDS is weighed
      *> against that program's rows in PROGRAM.KSDS:
      *>   each required course is met when the student's best
      *>     posted grade in it reaches the program's minimum on the
      *>     TRNSCRPT scale; otherwise it is outstanding as not
      *>     taken, in progress (an active row still ungraded), or
      *>     below the minimum grade;
      *>   the credit-hour requirement is met when the catalog hours
      *>     of every distinct course passed (any grade above F,
      *>     counted once however often repeated) reach the
      *>     program's minimum total.
      *> Dropped ENROLL rows carry no weight. DEGAUDIT.RPT prints the
      *> audit for each student - requirements met and still
      *> outstanding - followed by the graduation candidates, the
      *> students who have met every requirement. Each candidate is
      *> also written to STUTRAN.DAT as a STUBULK change transaction
      *> that keeps the master's name, course, and term and sets
      *> ENROLLMENT-STATUS to 'G'; registrar staff run STUBULK EDIT
      *> against the file to review the changes before applying
      *> them for real. Students already withdrawn or graduated are
      *> passed over, and a declaration for a student or program no
      *> longer on file is listed as an exception.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DECLARATION ASSIGN TO 'DECLARE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DECL-STUDENT-ID
              FILE STATUS IS WS-DECLARATION-STATUS.
              SELECT PROGRAM-TABLE ASSIGN TO 'PROGRAM.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PROG-KEY
              FILE STATUS IS WS-PROGRAM-TABLE-STATUS.
              SELECT ENROLLMENT ASSIGN TO 'ENROLL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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
              SELECT AUDIT-REPORT ASSIGN TO 'DEGAUDIT.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT STUDENT-TRAN ASSIGN TO 'STUTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STUDENT-TRAN-STATUS.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD DECLARATION.
              COPY DECLREC.
              FD PROGRAM-TABLE.
              COPY PROGREC.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD STUDENT.
              COPY STUDREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD AUDIT-REPORT.
              01 AUD-LINE PIC X(132).
      *> Laid out exactly as the STUBULK transaction it feeds.
              FD STUDENT-TRAN.
              01 STUDENT-TRAN-RECORD.
                     05 STR-FUNCTION-CODE PIC X(1).
                     05 STR-STUDENT-ID PIC 9(5).
                     05 STR-NAME PIC A(25).
                     05 STR-COURSE-CODE PIC X(4).
                     05 STR-TERM-CODE PIC X(6).
                     05 STR-ENROLLMENT-STATUS PIC X(1).
                     05 STR-OVERRIDE-CODE PIC X(1).
              FD RUN-CONTROL.
              COPY RUNCREC.
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-DECLARATION-STATUS PIC X(2) VALUE '00'.
                     88 WS-DECLARATION-OK VALUE '00'.
                     88 WS-DECLARATION-EOF VALUE '10'.
              01 WS-PROGRAM-TABLE-STATUS PIC X(2) VALUE '00'.
                     88 WS-PROGRAM-TABLE-OK VALUE '00'.
                     88 WS-PROGRAM-TABLE-EOF VALUE '10'.
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
                     88 WS-ENROLL-FILE-EOF VALUE '10'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-CATALOG-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CATALOG-FILE-OK VALUE '00'.
                     88 WS-CATALOG-FILE-EOF VALUE '10'.
              01 WS-STUDENT-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-TRAN-OK VALUE '00'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-PROGRAM-EOF PIC A(1) VALUE 'N'.
                     88 WS-PROGRAM-EOF-YES VALUE 'Y'.
              01 WS-CATALOG-EOF PIC A(1) VALUE 'N'.
                     88 WS-CATALOG-EOF-YES VALUE 'Y'.
              01 WS-ENROLL-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-ENROLL-DONE VALUE 'Y'.
                     88 WS-ENROLL-NOT-DONE VALUE 'N'.
              01 WS-CATALOG-TABLE.
                     05 WS-CATALOG-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CATALOG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CATALOG-IDX.
                            10 WS-CAT-COURSE-CODE PIC X(4).
                            10 WS-CAT-CREDIT-HOURS PIC 9(2).
      *> One entry per program header, pointing at the run of its
      *> required courses in the requirement table below.
              01 WS-PROGRAM-LIST.
                     05 WS-PROGRAM-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-PROGRAM-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-PROGRAM-IDX.
                            10 WS-PGM-PROGRAM-CODE PIC X(6).
                            10 WS-PGM-TITLE PIC X(30).
                            10 WS-PGM-MIN-HOURS PIC 9(3).
                            10 WS-PGM-FIRST-REQ PIC 9(4).
                            10 WS-PGM-REQ-COUNT PIC 9(4).
              01 WS-REQUIREMENT-LIST.
                     05 WS-REQUIREMENT-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-REQUIREMENT-ENTRY OCCURS 1000 TIMES.
                            10 WS-REQ-COURSE-CODE PIC X(4).
                            10 WS-REQ-MIN-GRADE PIC X(2).
                            10 WS-REQ-MIN-POINTS PIC 9V99.
      *> The student's courses, one entry per course however many
      *> terms it was taken in, holding the best posted grade.
              01 WS-TAKEN-LIST.
                     05 WS-TAKEN-COUNT PIC 9(3) VALUE ZERO.
                     05 WS-TAKEN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-TAKEN-IDX.
                            10 WS-TKN-COURSE-CODE PIC X(4).
                            10 WS-TKN-BEST-GRADE PIC X(2).
                            10 WS-TKN-BEST-POINTS PIC 9V99.
                            10 WS-TKN-IN-PROGRESS PIC X(1).
              01 WS-CANDIDATE-LIST.
                     05 WS-CANDIDATE-COUNT PIC 9(3) VALUE ZERO.
                     05 WS-CANDIDATE-ENTRY OCCURS 999 TIMES.
                            10 WS-CND-STUDENT-ID PIC 9(5).
                            10 WS-CND-NAME PIC X(25).
                            10 WS-CND-PROGRAM-CODE PIC X(6).
                            10 WS-CND-EARNED-HOURS PIC 9(4).
              01 WS-TAKEN-SUB PIC 9(3) VALUE ZERO.
              01 WS-REQ-SUB PIC 9(4) VALUE ZERO.
              01 WS-REQ-LAST PIC 9(4) VALUE ZERO.
              01 WS-CANDIDATE-SUB PIC 9(3) VALUE ZERO.
              01 WS-PROGRAM-FOUND-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PROGRAM-FOUND VALUE 'Y'.
                     88 WS-PROGRAM-NOT-FOUND VALUE 'N'.
              01 WS-TAKEN-FOUND-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-TAKEN-FOUND VALUE 'Y'.
                     88 WS-TAKEN-NOT-FOUND VALUE 'N'.
              01 WS-LOOKUP-COURSE-CODE PIC X(4) VALUE SPACES.
              01 WS-LOOKUP-CREDIT-HOURS PIC 9(2) VALUE ZERO.
              01 WS-POINTS-GRADE PIC X(2) VALUE SPACES.
              01 WS-GRADE-POINTS PIC 9V99 VALUE ZERO.
              01 WS-GRADABLE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-GRADABLE VALUE 'Y'.
                     88 WS-NOT-GRADABLE VALUE 'N'.
              01 WS-EARNED-HOURS PIC 9(4) VALUE ZERO.
              01 WS-OUTSTANDING-COUNT PIC 9(4) VALUE ZERO.
              01 WS-REQUIREMENT-STATUS PIC X(20) VALUE SPACES.
              01 WS-DECLARED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-AUDITED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-INACTIVE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
              01 WS-TRAN-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
              01 WS-TRAN-ERROR-COUNT PIC 9(7) VALUE ZERO.
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
              01 WS-REPORT-PART-SWITCH PIC X(1) VALUE 'A'.
                     88 WS-AUDIT-PART VALUE 'A'.
                     88 WS-CANDIDATE-PART VALUE 'C'.
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(26) VALUE SPACES.
                     05 FILLER PIC X(28) VALUE 'DEGREE AUDIT REPORT'.
                     05 FILLER PIC X(42) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-PART-LINE.
                     05 FILLER PIC X(10) VALUE 'SECTION: '.
                     05 WS-PRT-NAME PIC X(30).
              01 WS-STUDENT-LINE.
                     05 FILLER PIC X(9) VALUE 'STUDENT: '.
                     05 WS-STL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-STL-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(9) VALUE 'PROGRAM: '.
                     05 WS-STL-PROGRAM-CODE PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-STL-PROGRAM-TITLE PIC X(30).
              01 WS-REQUIREMENT-HEADING.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 FILLER PIC X(10) VALUE 'REQUIRED'.
                     05 FILLER PIC X(6) VALUE 'MIN'.
                     05 FILLER PIC X(6) VALUE 'BEST'.
                     05 FILLER PIC X(20) VALUE 'STATUS'.
              01 WS-REQUIREMENT-LINE.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-RQL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(6) VALUE SPACES.
                     05 WS-RQL-MIN-GRADE PIC X(2).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-RQL-BEST-GRADE PIC X(2).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-RQL-STATUS PIC X(20).
              01 WS-HOURS-LINE.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 FILLER PIC X(21) VALUE 'CREDIT HOURS EARNED: '.
                     05 WS-HRL-EARNED PIC ZZZ9.
                     05 FILLER PIC X(4) VALUE ' OF '.
                     05 WS-HRL-REQUIRED PIC ZZ9.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-HRL-STATUS PIC X(20).
              01 WS-RESULT-LINE.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 FILLER PIC X(8) VALUE 'RESULT: '.
                     05 WS-RSL-OUTSTANDING PIC ZZZZ.
                     05 FILLER PIC X(1) VALUE SPACE.
                     05 WS-RSL-TEXT PIC X(40).
              01 WS-EXCEPTION-LINE.
                     05 FILLER PIC X(9) VALUE 'STUDENT: '.
                     05 WS-EXL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(9) VALUE 'PROGRAM: '.
                     05 WS-EXL-PROGRAM-CODE PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(4) VALUE '*** '.
                     05 WS-EXL-TEXT PIC X(30).
              01 WS-CANDIDATE-HEADING.
                     05 FILLER PIC X(7) VALUE 'ID'.
                     05 FILLER PIC X(27) VALUE 'NAME'.
                     05 FILLER PIC X(9) VALUE 'PROGRAM'.
                     05 FILLER PIC X(12) VALUE 'HRS EARNED'.
              01 WS-CANDIDATE-LINE.
                     05 WS-CDL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-CDL-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-CDL-PROGRAM-CODE PIC X(6).
                     05 FILLER PIC X(5) VALUE SPACES.
                     05 WS-CDL-EARNED-HOURS PIC ZZZ9.
              01 WS-NO-CANDIDATE-LINE.
                     05 FILLER PIC X(40) VALUE
                            'NO STUDENT HAS MET EVERY REQUIREMENT'.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(28) VALUE
                            'DECLARED STUDENTS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(28) VALUE 'STUDENTS AUDITED:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(28) VALUE 'GRADUATION CANDIDATES:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(28) VALUE
                            'NOT ACTIVE (PASSED OVER):'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(28) VALUE 'EXCEPTIONS:'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(28) VALUE
                            'STUTRAN.DAT RECORDS WRITTEN:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM UNTIL WS-EOF-YES
                     READ DECLARATION
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-DECLARED-COUNT
                                   PERFORM 2000-AUDIT-STUDENT
                     END-READ
              END-PERFORM
              PERFORM 3500-PRINT-CANDIDATES
              PERFORM 9000-TERMINATE
              IF WS-TRAN-ERROR-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT DECLARATION
              IF NOT WS-DECLARATION-OK
                     DISPLAY 'DEGAUDIT: ERROR OPENING DECLARATION '
                            'FILE, FILE STATUS = '
                            WS-DECLARATION-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'DEGAUDIT: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'DEGAUDIT: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 1100-LOAD-COURSE-CATALOG
              PERFORM 1200-LOAD-PROGRAM-TABLE
              OPEN OUTPUT STUDENT-TRAN
              IF NOT WS-STUDENT-TRAN-OK
                     DISPLAY 'DEGAUDIT: ERROR OPENING STUDENT '
                            'TRANSACTION FILE, FILE STATUS = '
                            WS-STUDENT-TRAN-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT AUDIT-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY.

       1100-LOAD-COURSE-CATALOG.
      *> Credit hours decide the hours requirement, so like ACSTAND a
      *> missing catalog fails the run closed rather than audit on
      *> zero.
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-CATALOG-FILE-OK
                     DISPLAY 'DEGAUDIT: ERROR OPENING COURSE '
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
                     DISPLAY 'DEGAUDIT: WARNING - COURSE CATALOG '
                            'TABLE FULL, COURSE '
                            CATALOG-COURSE-CODE ' NOT TABLED'
              END-IF.

       1200-LOAD-PROGRAM-TABLE.
      *> A program's header row sorts ahead of its course rows, so
      *> each course row belongs to the program tabled just before
      *> it.
              OPEN INPUT PROGRAM-TABLE
              IF NOT WS-PROGRAM-TABLE-OK
                     DISPLAY 'DEGAUDIT: ERROR OPENING PROGRAM '
                            'TABLE, FILE STATUS = '
                            WS-PROGRAM-TABLE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM UNTIL WS-PROGRAM-EOF-YES
                     READ PROGRAM-TABLE
                            AT END
                                   SET WS-PROGRAM-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 1250-TABLE-PROGRAM-ROW
                     END-READ
              END-PERFORM
              CLOSE PROGRAM-TABLE.

       1250-TABLE-PROGRAM-ROW.
              EVALUATE TRUE
                     WHEN PROG-HEADER-ROW
                            PERFORM 1260-TABLE-PROGRAM
                     WHEN WS-PROGRAM-COUNT = ZERO
                            DISPLAY 'DEGAUDIT: WARNING - NO HEADER '
                                   'FOR PROGRAM ' PROG-PROGRAM-CODE
                                   ', COURSE ' PROG-COURSE-CODE
                                   ' NOT TABLED'
                     WHEN WS-PGM-PROGRAM-CODE(WS-PROGRAM-COUNT) NOT =
                            PROG-PROGRAM-CODE
                            DISPLAY 'DEGAUDIT: WARNING - NO HEADER '
                                   'FOR PROGRAM ' PROG-PROGRAM-CODE
                                   ', COURSE ' PROG-COURSE-CODE
                                   ' NOT TABLED'
                     WHEN OTHER
                            PERFORM 1270-TABLE-REQUIREMENT
              END-EVALUATE.

       1260-TABLE-PROGRAM.
              IF WS-PROGRAM-COUNT < 100
                     ADD 1 TO WS-PROGRAM-COUNT
                     MOVE PROG-PROGRAM-CODE TO
                            WS-PGM-PROGRAM-CODE(WS-PROGRAM-COUNT)
                     MOVE PROG-PROGRAM-TITLE TO
                            WS-PGM-TITLE(WS-PROGRAM-COUNT)
                     MOVE PROG-MIN-CREDIT-HOURS TO
                            WS-PGM-MIN-HOURS(WS-PROGRAM-COUNT)
                     COMPUTE WS-PGM-FIRST-REQ(WS-PROGRAM-COUNT) =
                            WS-REQUIREMENT-COUNT + 1
                     MOVE ZERO TO WS-PGM-REQ-COUNT(WS-PROGRAM-COUNT)
              ELSE
                     DISPLAY 'DEGAUDIT: WARNING - PROGRAM TABLE '
                            'FULL, PROGRAM ' PROG-PROGRAM-CODE
                            ' NOT TABLED'
              END-IF.

       1270-TABLE-REQUIREMENT.
      *> A program that could not be tabled in full must not be
      *> audited as if its missing courses were never required, so
      *> a full requirement table stops the run.
              IF WS-REQUIREMENT-COUNT NOT < 1000
                     DISPLAY 'DEGAUDIT: REQUIREMENT TABLE FULL AT '
                            'PROGRAM ' PROG-PROGRAM-CODE
                            ', NOTHING AUDITED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              ADD 1 TO WS-REQUIREMENT-COUNT
              ADD 1 TO WS-PGM-REQ-COUNT(WS-PROGRAM-COUNT)
              MOVE PROG-COURSE-CODE TO
                     WS-REQ-COURSE-CODE(WS-REQUIREMENT-COUNT)
              MOVE PROG-MIN-GRADE TO
                     WS-REQ-MIN-GRADE(WS-REQUIREMENT-COUNT)
              MOVE PROG-MIN-GRADE TO WS-POINTS-GRADE
              PERFORM 4100-GRADE-TO-POINTS
              MOVE WS-GRADE-POINTS TO
                     WS-REQ-MIN-POINTS(WS-REQUIREMENT-COUNT).

       2000-AUDIT-STUDENT.
              MOVE DECL-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              EVALUATE TRUE
                     WHEN WS-STUDENT-FILE-MISSING
                            MOVE 'NOT ON STUDENT FILE' TO WS-EXL-TEXT
                            PERFORM 3400-PRINT-EXCEPTION
                     WHEN NOT WS-STUDENT-FILE-OK
                            MOVE 'STUDENT FILE ERROR' TO WS-EXL-TEXT
                            PERFORM 3400-PRINT-EXCEPTION
                     WHEN NOT ENROLLMENT-ACTIVE
                            ADD 1 TO WS-INACTIVE-COUNT
                     WHEN OTHER
                            PERFORM 2050-FIND-PROGRAM
                            IF WS-PROGRAM-FOUND
                                   PERFORM 2100-WEIGH-STUDENT
                            ELSE
                                   MOVE 'PROGRAM NOT ON FILE' TO
                                          WS-EXL-TEXT
                                   PERFORM 3400-PRINT-EXCEPTION
                            END-IF
              END-EVALUATE.

       2050-FIND-PROGRAM.
              SET WS-PROGRAM-NOT-FOUND TO TRUE
              IF WS-PROGRAM-COUNT > 0
                     SET WS-PROGRAM-IDX TO 1
                     SEARCH WS-PROGRAM-ENTRY VARYING WS-PROGRAM-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-PGM-PROGRAM-CODE(WS-PROGRAM-IDX)
                                   = DECL-PROGRAM-CODE
                                   SET WS-PROGRAM-FOUND TO TRUE
                     END-SEARCH
              END-IF
              IF WS-PROGRAM-IDX > WS-PROGRAM-COUNT
                     SET WS-PROGRAM-NOT-FOUND TO TRUE
              END-IF.

       2100-WEIGH-STUDENT.
              ADD 1 TO WS-AUDITED-COUNT
              PERFORM 2200-LOAD-COURSES-TAKEN
              MOVE ZERO TO WS-EARNED-HOURS
              PERFORM 2300-ADD-EARNED-HOURS
                     VARYING WS-TAKEN-SUB FROM 1 BY 1
                     UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT
              MOVE ZERO TO WS-OUTSTANDING-COUNT
              PERFORM 3100-PRINT-STUDENT-HEADING
              COMPUTE WS-REQ-LAST = WS-PGM-FIRST-REQ(WS-PROGRAM-IDX)
                     + WS-PGM-REQ-COUNT(WS-PROGRAM-IDX) - 1
              PERFORM 2400-CHECK-REQUIREMENT
                     VARYING WS-REQ-SUB FROM
                     WS-PGM-FIRST-REQ(WS-PROGRAM-IDX) BY 1
                     UNTIL WS-REQ-SUB > WS-REQ-LAST
              PERFORM 3300-PRINT-HOURS-AND-RESULT
              IF WS-OUTSTANDING-COUNT = ZERO
                     PERFORM 2500-ADD-CANDIDATE
              END-IF.

       2200-LOAD-COURSES-TAKEN.
              MOVE ZERO TO WS-TAKEN-COUNT
              MOVE DECL-STUDENT-ID TO ENROLL-STUDENT-ID
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
                                   IF ENROLL-STUDENT-ID NOT =
                                          DECL-STUDENT-ID
                                          SET WS-ENROLL-DONE TO TRUE
                                   ELSE
                                          PERFORM
                                          2250-WEIGH-ENROLLMENT
                                   END-IF
                     END-READ
              END-PERFORM.

       2250-WEIGH-ENROLLMENT.
      *> The student's rows arrive by course and then term, so a
      *> course taken more than once lands on the same entry and
      *> keeps its best grade.
              IF NOT ENROLL-DROPPED
                     IF WS-TAKEN-COUNT = ZERO OR
                            WS-TKN-COURSE-CODE(WS-TAKEN-COUNT) NOT =
                            ENROLL-COURSE-CODE
                            PERFORM 2260-ADD-COURSE-TAKEN
                     END-IF
                     IF WS-TKN-COURSE-CODE(WS-TAKEN-COUNT) =
                            ENROLL-COURSE-CODE
                            PERFORM 2270-WEIGH-GRADE
                     END-IF
              END-IF.

       2260-ADD-COURSE-TAKEN.
              IF WS-TAKEN-COUNT < 200
                     ADD 1 TO WS-TAKEN-COUNT
                     MOVE ENROLL-COURSE-CODE TO
                            WS-TKN-COURSE-CODE(WS-TAKEN-COUNT)
                     MOVE SPACES TO WS-TKN-BEST-GRADE(WS-TAKEN-COUNT)
                     MOVE ZERO TO WS-TKN-BEST-POINTS(WS-TAKEN-COUNT)
                     MOVE 'N' TO WS-TKN-IN-PROGRESS(WS-TAKEN-COUNT)
              ELSE
                     DISPLAY 'DEGAUDIT: WARNING - COURSES TAKEN '
                            'TABLE FULL FOR STUDENT '
                            DECL-STUDENT-ID ', COURSE '
                            ENROLL-COURSE-CODE ' NOT WEIGHED'
              END-IF.

       2270-WEIGH-GRADE.
              IF ENROLL-UNGRADED
                     MOVE 'Y' TO WS-TKN-IN-PROGRESS(WS-TAKEN-COUNT)
              ELSE
                     MOVE ENROLL-GRADE TO WS-POINTS-GRADE
                     PERFORM 4100-GRADE-TO-POINTS
                     IF WS-GRADABLE AND
                            (WS-TKN-BEST-GRADE(WS-TAKEN-COUNT) = SPACES
                            OR WS-GRADE-POINTS >
                            WS-TKN-BEST-POINTS(WS-TAKEN-COUNT))
                            MOVE ENROLL-GRADE TO
                                   WS-TKN-BEST-GRADE(WS-TAKEN-COUNT)
                            MOVE WS-GRADE-POINTS TO
                                   WS-TKN-BEST-POINTS(WS-TAKEN-COUNT)
                     END-IF
              END-IF.

       2300-ADD-EARNED-HOURS.
      *> Any posted grade above F earns the course's hours once.
              IF WS-TKN-BEST-POINTS(WS-TAKEN-SUB) > ZERO
                     MOVE WS-TKN-COURSE-CODE(WS-TAKEN-SUB) TO
                            WS-LOOKUP-COURSE-CODE
                     PERFORM 4000-LOOKUP-COURSE
                     ADD WS-LOOKUP-CREDIT-HOURS TO WS-EARNED-HOURS
              END-IF.

       2400-CHECK-REQUIREMENT.
              SET WS-TAKEN-NOT-FOUND TO TRUE
              IF WS-TAKEN-COUNT > 0
                     SET WS-TAKEN-IDX TO 1
                     SEARCH WS-TAKEN-ENTRY VARYING WS-TAKEN-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-TKN-COURSE-CODE(WS-TAKEN-IDX) =
                                   WS-REQ-COURSE-CODE(WS-REQ-SUB)
                                   SET WS-TAKEN-FOUND TO TRUE
                     END-SEARCH
              END-IF
              IF WS-TAKEN-FOUND AND WS-TAKEN-IDX > WS-TAKEN-COUNT
                     SET WS-TAKEN-NOT-FOUND TO TRUE
              END-IF
              MOVE SPACES TO WS-RQL-BEST-GRADE
              EVALUATE TRUE
                     WHEN WS-TAKEN-NOT-FOUND
                            MOVE 'NOT TAKEN' TO WS-REQUIREMENT-STATUS
                            ADD 1 TO WS-OUTSTANDING-COUNT
                     WHEN WS-TKN-BEST-GRADE(WS-TAKEN-IDX) NOT = SPACES
                            AND WS-TKN-BEST-POINTS(WS-TAKEN-IDX) NOT <
                            WS-REQ-MIN-POINTS(WS-REQ-SUB)
                            MOVE WS-TKN-BEST-GRADE(WS-TAKEN-IDX) TO
                                   WS-RQL-BEST-GRADE
                            MOVE 'MET' TO WS-REQUIREMENT-STATUS
                     WHEN WS-TKN-IN-PROGRESS(WS-TAKEN-IDX) = 'Y'
                            MOVE WS-TKN-BEST-GRADE(WS-TAKEN-IDX) TO
                                   WS-RQL-BEST-GRADE
                            MOVE 'IN PROGRESS' TO
                                   WS-REQUIREMENT-STATUS
                            ADD 1 TO WS-OUTSTANDING-COUNT
                     WHEN WS-TKN-BEST-GRADE(WS-TAKEN-IDX) = SPACES
                            MOVE 'NOT TAKEN' TO WS-REQUIREMENT-STATUS
                            ADD 1 TO WS-OUTSTANDING-COUNT
                     WHEN OTHER
                            MOVE WS-TKN-BEST-GRADE(WS-TAKEN-IDX) TO
                                   WS-RQL-BEST-GRADE
                            MOVE 'BELOW MINIMUM GRADE' TO
                                   WS-REQUIREMENT-STATUS
                            ADD 1 TO WS-OUTSTANDING-COUNT
              END-EVALUATE
              MOVE WS-REQ-COURSE-CODE(WS-REQ-SUB) TO WS-RQL-COURSE-CODE
              MOVE WS-REQ-MIN-GRADE(WS-REQ-SUB) TO WS-RQL-MIN-GRADE
              MOVE WS-REQUIREMENT-STATUS TO WS-RQL-STATUS
              PERFORM 3900-CHECK-PAGE
              WRITE AUD-LINE FROM WS-REQUIREMENT-LINE
                     AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       2500-ADD-CANDIDATE.
              IF WS-CANDIDATE-COUNT < 999
                     ADD 1 TO WS-CANDIDATE-COUNT
                     MOVE STUDENT-ID TO
                            WS-CND-STUDENT-ID(WS-CANDIDATE-COUNT)
                     MOVE NAME TO WS-CND-NAME(WS-CANDIDATE-COUNT)
                     MOVE DECL-PROGRAM-CODE TO
                            WS-CND-PROGRAM-CODE(WS-CANDIDATE-COUNT)
                     MOVE WS-EARNED-HOURS TO
                            WS-CND-EARNED-HOURS(WS-CANDIDATE-COUNT)
              ELSE
                     DISPLAY 'DEGAUDIT: WARNING - CANDIDATE TABLE '
                            'FULL, STUDENT ' STUDENT-ID
                            ' NOT LISTED'
              END-IF
              PERFORM 2600-WRITE-GRADUATION-TRAN.

       2600-WRITE-GRADUATION-TRAN.
      *> STUBULK's change replaces the whole master record, so the
      *> name, course, and term travel unchanged from the master.
              MOVE 'C' TO STR-FUNCTION-CODE
              MOVE STUDENT-ID TO STR-STUDENT-ID
              MOVE NAME TO STR-NAME
              MOVE COURSE-CODE TO STR-COURSE-CODE
              MOVE TERM-CODE TO STR-TERM-CODE
              MOVE 'G' TO STR-ENROLLMENT-STATUS
              MOVE SPACE TO STR-OVERRIDE-CODE
              WRITE STUDENT-TRAN-RECORD
              IF WS-STUDENT-TRAN-OK
                     ADD 1 TO WS-TRAN-WRITTEN-COUNT
              ELSE
                     ADD 1 TO WS-TRAN-ERROR-COUNT
                     DISPLAY 'DEGAUDIT: STUTRAN WRITE FAILED FOR '
                            'STUDENT ' STUDENT-ID ', FILE STATUS = '
                            WS-STUDENT-TRAN-STATUS
              END-IF.

       3100-PRINT-STUDENT-HEADING.
      *> Start the student on a fresh page rather than split the
      *> name from the first few requirements.
              IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                     PERFORM 3800-PRINT-HEADING
              END-IF
              MOVE STUDENT-ID TO WS-STL-ID
              MOVE NAME TO WS-STL-NAME
              MOVE DECL-PROGRAM-CODE TO WS-STL-PROGRAM-CODE
              MOVE WS-PGM-TITLE(WS-PROGRAM-IDX) TO
                     WS-STL-PROGRAM-TITLE
              WRITE AUD-LINE FROM WS-STUDENT-LINE AFTER ADVANCING 2
              WRITE AUD-LINE FROM WS-REQUIREMENT-HEADING
                     AFTER ADVANCING 1
              ADD 3 TO WS-LINE-COUNT.

       3300-PRINT-HOURS-AND-RESULT.
              MOVE WS-EARNED-HOURS TO WS-HRL-EARNED
              MOVE WS-PGM-MIN-HOURS(WS-PROGRAM-IDX) TO WS-HRL-REQUIRED
              IF WS-EARNED-HOURS < WS-PGM-MIN-HOURS(WS-PROGRAM-IDX)
                     MOVE 'OUTSTANDING' TO WS-HRL-STATUS
                     ADD 1 TO WS-OUTSTANDING-COUNT
              ELSE
                     MOVE 'MET' TO WS-HRL-STATUS
              END-IF
              PERFORM 3900-CHECK-PAGE
              WRITE AUD-LINE FROM WS-HOURS-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
              IF WS-OUTSTANDING-COUNT = ZERO
                     MOVE ZERO TO WS-RSL-OUTSTANDING
                     MOVE 'ALL MET - GRADUATION CANDIDATE' TO
                            WS-RSL-TEXT
              ELSE
                     MOVE WS-OUTSTANDING-COUNT TO WS-RSL-OUTSTANDING
                     MOVE 'REQUIREMENT(S) OUTSTANDING' TO WS-RSL-TEXT
              END-IF
              PERFORM 3900-CHECK-PAGE
              WRITE AUD-LINE FROM WS-RESULT-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3400-PRINT-EXCEPTION.
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE DECL-STUDENT-ID TO WS-EXL-ID
              MOVE DECL-PROGRAM-CODE TO WS-EXL-PROGRAM-CODE
              PERFORM 3900-CHECK-PAGE
              WRITE AUD-LINE FROM WS-EXCEPTION-LINE AFTER ADVANCING 2
              ADD 2 TO WS-LINE-COUNT.

       3500-PRINT-CANDIDATES.
      *> The candidates start on a page of their own so the
      *> registrar can pull it out as the review list for STUBULK.
              SET WS-CANDIDATE-PART TO TRUE
              PERFORM 3800-PRINT-HEADING
              IF WS-CANDIDATE-COUNT = ZERO
                     WRITE AUD-LINE FROM WS-NO-CANDIDATE-LINE
                            AFTER ADVANCING 1
                     ADD 1 TO WS-LINE-COUNT
              ELSE
                     PERFORM 3550-PRINT-CANDIDATE
                            VARYING WS-CANDIDATE-SUB FROM 1 BY 1
                            UNTIL WS-CANDIDATE-SUB >
                            WS-CANDIDATE-COUNT
              END-IF.

       3550-PRINT-CANDIDATE.
              PERFORM 3900-CHECK-PAGE
              MOVE WS-CND-STUDENT-ID(WS-CANDIDATE-SUB) TO WS-CDL-ID
              MOVE WS-CND-NAME(WS-CANDIDATE-SUB) TO WS-CDL-NAME
              MOVE WS-CND-PROGRAM-CODE(WS-CANDIDATE-SUB) TO
                     WS-CDL-PROGRAM-CODE
              MOVE WS-CND-EARNED-HOURS(WS-CANDIDATE-SUB) TO
                     WS-CDL-EARNED-HOURS
              WRITE AUD-LINE FROM WS-CANDIDATE-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3800-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              IF WS-CANDIDATE-PART
                     MOVE 'GRADUATION CANDIDATES' TO WS-PRT-NAME
              ELSE
                     MOVE 'STUDENT AUDITS' TO WS-PRT-NAME
              END-IF
              WRITE AUD-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE AUD-LINE FROM WS-PART-LINE AFTER ADVANCING 2
              MOVE 3 TO WS-LINE-COUNT
              IF WS-CANDIDATE-PART
                     WRITE AUD-LINE FROM WS-CANDIDATE-HEADING
                            AFTER ADVANCING 2
                     ADD 2 TO WS-LINE-COUNT
              END-IF.

       3900-CHECK-PAGE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3800-PRINT-HEADING
              END-IF.

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
      *> The TRNSCRPT scale, so a program's "C or better" means the
      *> same thing here as on the transcript.
              SET WS-GRADABLE TO TRUE
              EVALUATE WS-POINTS-GRADE
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

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-AUDITED-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'DEGAUDIT' TO RUNC-JOB-NAME
              MOVE SPACES TO RUNC-PARM
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
                     DISPLAY 'DEGAUDIT: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              MOVE WS-DECLARED-COUNT TO WS-TR1-COUNT
              MOVE WS-AUDITED-COUNT TO WS-TR2-COUNT
              MOVE WS-CANDIDATE-COUNT TO WS-TR3-COUNT
              MOVE WS-INACTIVE-COUNT TO WS-TR4-COUNT
              MOVE WS-EXCEPTION-COUNT TO WS-TR5-COUNT
              MOVE WS-TRAN-WRITTEN-COUNT TO WS-TR6-COUNT
              WRITE AUD-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 3
              WRITE AUD-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE AUD-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE AUD-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE AUD-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE AUD-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              CLOSE DECLARATION
              CLOSE ENROLLMENT
              CLOSE STUDENT
              CLOSE STUDENT-TRAN
              CLOSE AUDIT-REPORT
              DISPLAY 'DEGAUDIT DECLARED STUDENTS: ' WS-DECLARED-COUNT
              DISPLAY 'DEGAUDIT STUDENTS AUDITED:  ' WS-AUDITED-COUNT
              DISPLAY 'DEGAUDIT CANDIDATES:        '
                     WS-CANDIDATE-COUNT.
