        IDENTIFICATION DIVISION.
              PROGRAM-ID. RSTEDIT.
      *> Grade roster edit, run on the rosters faculty send back from
      *> CLSLIST before anything reaches GRDPOST. The returned roster
      *> lines in GRDRETN.DAT (ROSTREC) and every active ENROLL row in
      *> the term on the command line are sorted together by course,
      *> term, and student, so each enrollment meets the roster line
      *> returned for it. A course's roster is complete only when
      *> every line matches an active enrollment, every enrolled
      *> student is on it exactly once, and every grade is a valid
      *> letter; only complete courses are written to GRDTRAN.DAT in
      *> the layout GRDPOST reads. The roster edit report lists each
      *> course as COMPLETE, INCOMPLETE with every problem line under
      *> it, or NOT RETURNED when no line for it came back at all; a
      *> course not yet returned is no error, but any incomplete
      *> roster ends the run with return code 8. Parameters arrive
      *> the way ACSTAND takes its own: TERM=yyyytt (required).
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RETURNED-ROSTER ASSIGN TO 'GRDRETN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.
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
              SELECT GRADE-TRAN ASSIGN TO 'GRDTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-TRAN-STATUS.
              SELECT EDIT-REPORT ASSIGN TO 'RSTEDIT.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ROSTER-SORT-WORK ASSIGN TO 'RSTEDIT.SRT'.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD RETURNED-ROSTER.
              COPY ROSTREC.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD STUDENT.
              COPY STUDREC.
              FD GRADE-TRAN.
              01 GRADE-TRAN-RECORD.
                     05 GTR-STUDENT-ID PIC 9(5).
                     05 GTR-COURSE-CODE PIC X(4).
                     05 GTR-TERM-CODE PIC X(6).
                     05 GTR-GRADE PIC X(2).
              FD EDIT-REPORT.
              01 EDT-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
              SD ROSTER-SORT-WORK.
      *> The enrollment row sorts ahead of the roster lines for the
      *> same student ('E' before 'R').
              01 SD-ROSTER-RECORD.
                     05 SD-COURSE-CODE PIC X(4).
                     05 SD-TERM-CODE PIC X(6).
                     05 SD-STUDENT-ID PIC X(5).
                     05 SD-SOURCE PIC X(1).
                            88 SD-FROM-ENROLL VALUE 'E'.
                            88 SD-FROM-ROSTER VALUE 'R'.
                     05 SD-GRADE PIC X(2).
                     05 SD-NAME PIC X(25).
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ROSTER-FILE-OK VALUE '00'.
                     88 WS-ROSTER-FILE-EOF VALUE '10'.
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
                     88 WS-ENROLL-FILE-EOF VALUE '10'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-GRADE-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-GRADE-TRAN-OK VALUE '00'.
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
              01 WS-ROSTER-EOF PIC A(1) VALUE 'N'.
                     88 WS-ROSTER-EOF-YES VALUE 'Y'.
              01 WS-SORT-EOF PIC A(1) VALUE 'N'.
                     88 WS-SORT-EOF-YES VALUE 'Y'.
              01 WS-EDIT-GRADE PIC X(2) VALUE SPACES.
                     88 WS-VALID-GRADE VALUES 'A ' 'A-' 'B+' 'B '
                            'B-' 'C+' 'C ' 'C-' 'D+' 'D ' 'D-' 'F '.
              01 WS-COURSE-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-COURSE-OPEN VALUE 'Y'.
                     88 WS-COURSE-NOT-OPEN VALUE 'N'.
              01 WS-CURRENT-COURSE PIC X(4) VALUE SPACES.
              01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
      *> What has been seen so far for the student in hand.
              01 WS-STUDENT-STATE.
                     05 WS-STU-STUDENT-ID PIC X(5).
                     05 WS-STU-STUDENT-ID-NUM REDEFINES
                            WS-STU-STUDENT-ID PIC 9(5).
                     05 WS-STU-NAME PIC X(25).
                     05 WS-STU-GRADE PIC X(2).
                     05 WS-STU-ROSTER-COUNT PIC 9(3).
                     05 WS-STU-ENROLLED-SWITCH PIC X(1).
                            88 WS-STU-ENROLLED VALUE 'Y'.
                            88 WS-STU-NOT-ENROLLED VALUE 'N'.
              01 WS-PROBLEM-REASON PIC X(30) VALUE SPACES.
              01 WS-COURSE-COUNTS.
                     05 WS-CRS-ENROLLED-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CRS-RETURNED-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CRS-GRADED-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CRS-PROBLEM-COUNT PIC 9(4) VALUE ZERO.
              01 WS-COURSE-STATUS PIC X(12) VALUE SPACES.
                     88 WS-COURSE-INCOMPLETE VALUE 'INCOMPLETE'.
      *> A course's grade lines are held back until the whole roster
      *> has proved out; its problem lines are held for the report.
              01 WS-TABLE-MAX PIC 9(4) VALUE 999.
              01 WS-POST-SUB PIC 9(4) VALUE ZERO.
              01 WS-POST-TABLE.
                     05 WS-POST-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-POST-ENTRY OCCURS 999 TIMES.
                            10 WS-PST-STUDENT-ID PIC 9(5).
                            10 WS-PST-GRADE PIC X(2).
              01 WS-PROBLEM-SUB PIC 9(4) VALUE ZERO.
              01 WS-PROBLEM-TABLE.
                     05 WS-PROBLEM-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-PROBLEM-ENTRY OCCURS 999 TIMES.
                            10 WS-PRB-STUDENT-ID PIC X(5).
                            10 WS-PRB-NAME PIC X(25).
                            10 WS-PRB-GRADE PIC X(2).
                            10 WS-PRB-REASON PIC X(30).
              01 WS-ROSTER-LINE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ENROLL-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-COMPLETE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-INCOMPLETE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-NOT-RETURNED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-GRADE-TRAN-COUNT PIC 9(7) VALUE ZERO.
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
                     05 FILLER PIC X(28) VALUE
                            'GRADE ROSTER EDIT REPORT'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(30) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(6) VALUE 'CRSE'.
                     05 FILLER PIC X(8) VALUE 'TERM'.
                     05 FILLER PIC X(10) VALUE 'ENROLLED'.
                     05 FILLER PIC X(10) VALUE 'RETURNED'.
                     05 FILLER PIC X(8) VALUE 'GRADED'.
                     05 FILLER PIC X(10) VALUE 'PROBLEMS'.
                     05 FILLER PIC X(12) VALUE 'ROSTER'.
              01 WS-COURSE-LINE.
                     05 WS-CRS-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-CRS-TERM-CODE PIC X(6).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-CRS-ENROLLED PIC ZZZ9.
                     05 FILLER PIC X(6) VALUE SPACES.
                     05 WS-CRS-RETURNED PIC ZZZ9.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-CRS-GRADED PIC ZZZ9.
                     05 FILLER PIC X(6) VALUE SPACES.
                     05 WS-CRS-PROBLEMS PIC ZZZ9.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-CRS-STATUS PIC X(12).
              01 WS-PROBLEM-LINE.
                     05 FILLER PIC X(8) VALUE SPACES.
                     05 WS-PRL-STUDENT-ID PIC X(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-PRL-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-PRL-GRADE PIC X(2).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-PRL-REASON PIC X(30).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(28) VALUE 'ROSTER LINES READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(28) VALUE
                            'ACTIVE ENROLLMENTS IN TERM:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(28) VALUE 'COURSES COMPLETE:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(28) VALUE 'COURSES INCOMPLETE:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(28) VALUE 'COURSES NOT RETURNED:'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(28) VALUE
                            'GRADE TRANSACTIONS WRITTEN:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              SORT ROSTER-SORT-WORK ON ASCENDING KEY SD-COURSE-CODE
                     SD-TERM-CODE SD-STUDENT-ID SD-SOURCE
                     INPUT PROCEDURE IS 2000-RELEASE-LINES
                     OUTPUT PROCEDURE IS 3000-EDIT-ROSTERS
              PERFORM 9000-TERMINATE
              IF WS-INCOMPLETE-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'RSTEDIT: PARAMETER IS TERM=YYYYTT, '
                            'NOTHING EDITED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT RETURNED-ROSTER
              IF NOT WS-ROSTER-FILE-OK
                     DISPLAY 'RSTEDIT: ERROR OPENING RETURNED '
                            'ROSTER, FILE STATUS = '
                            WS-ROSTER-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'RSTEDIT: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'RSTEDIT: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT GRADE-TRAN
              IF NOT WS-GRADE-TRAN-OK
                     DISPLAY 'RSTEDIT: ERROR OPENING GRADE '
                            'TRANSACTIONS, FILE STATUS = '
                            WS-GRADE-TRAN-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT EDIT-REPORT
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
                            DISPLAY 'RSTEDIT: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       2000-RELEASE-LINES.
              PERFORM UNTIL WS-EOF-YES
                     READ ENROLLMENT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-ENROLL-COUNT
                                   PERFORM 2100-RELEASE-ENROLLMENT
                     END-READ
              END-PERFORM
              PERFORM UNTIL WS-ROSTER-EOF-YES
                     READ RETURNED-ROSTER
                            AT END
                                   SET WS-ROSTER-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-ROSTER-LINE-COUNT
                                   PERFORM 2200-RELEASE-ROSTER-LINE
                     END-READ
              END-PERFORM.

       2100-RELEASE-ENROLLMENT.
              IF ENROLL-ACTIVE AND ENROLL-TERM-CODE = WS-SELECT-TERM
                     ADD 1 TO WS-ACTIVE-COUNT
                     MOVE ENROLL-COURSE-CODE TO SD-COURSE-CODE
                     MOVE ENROLL-TERM-CODE TO SD-TERM-CODE
                     MOVE ENROLL-STUDENT-ID TO SD-STUDENT-ID
                     SET SD-FROM-ENROLL TO TRUE
                     MOVE SPACES TO SD-GRADE
                     MOVE ENROLL-STUDENT-ID TO STUDENT-ID
                     READ STUDENT
                     IF WS-STUDENT-FILE-OK
                            MOVE NAME TO SD-NAME
                     ELSE
                            MOVE '*** NOT ON STUDENT FILE' TO SD-NAME
                     END-IF
                     RELEASE SD-ROSTER-RECORD
              END-IF.

       2200-RELEASE-ROSTER-LINE.
              MOVE ROST-COURSE-CODE TO SD-COURSE-CODE
              MOVE ROST-TERM-CODE TO SD-TERM-CODE
              MOVE ROST-STUDENT-ID TO SD-STUDENT-ID
              SET SD-FROM-ROSTER TO TRUE
              MOVE ROST-GRADE TO SD-GRADE
              MOVE ROST-NAME TO SD-NAME
              RELEASE SD-ROSTER-RECORD.

       3000-EDIT-ROSTERS.
              PERFORM UNTIL WS-SORT-EOF-YES
                     RETURN ROSTER-SORT-WORK
                            AT END
                                   SET WS-SORT-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 3100-PROCESS-LINE
                     END-RETURN
              END-PERFORM
              IF WS-COURSE-OPEN
                     PERFORM 3300-FINISH-STUDENT
                     PERFORM 3400-FINISH-COURSE
              END-IF.

       3100-PROCESS-LINE.
              IF SD-COURSE-CODE NOT = WS-CURRENT-COURSE OR
                     SD-TERM-CODE NOT = WS-CURRENT-TERM OR
                     WS-COURSE-NOT-OPEN
                     IF WS-COURSE-OPEN
                            PERFORM 3300-FINISH-STUDENT
                            PERFORM 3400-FINISH-COURSE
                     END-IF
                     PERFORM 3200-START-COURSE
                     PERFORM 3250-START-STUDENT
              ELSE
                     IF SD-STUDENT-ID NOT = WS-STU-STUDENT-ID
                            PERFORM 3300-FINISH-STUDENT
                            PERFORM 3250-START-STUDENT
                     END-IF
              END-IF
              IF SD-FROM-ENROLL
                     SET WS-STU-ENROLLED TO TRUE
                     MOVE SD-NAME TO WS-STU-NAME
                     ADD 1 TO WS-CRS-ENROLLED-COUNT
              ELSE
                     ADD 1 TO WS-STU-ROSTER-COUNT
                     ADD 1 TO WS-CRS-RETURNED-COUNT
                     IF WS-STU-ROSTER-COUNT = 1
                            MOVE SD-GRADE TO WS-STU-GRADE
                            IF WS-STU-NOT-ENROLLED
                                   MOVE SD-NAME TO WS-STU-NAME
                            END-IF
                     END-IF
              END-IF.

       3200-START-COURSE.
              SET WS-COURSE-OPEN TO TRUE
              MOVE SD-COURSE-CODE TO WS-CURRENT-COURSE
              MOVE SD-TERM-CODE TO WS-CURRENT-TERM
              MOVE ZERO TO WS-CRS-ENROLLED-COUNT
              MOVE ZERO TO WS-CRS-RETURNED-COUNT
              MOVE ZERO TO WS-CRS-GRADED-COUNT
              MOVE ZERO TO WS-CRS-PROBLEM-COUNT
              MOVE ZERO TO WS-POST-COUNT
              MOVE ZERO TO WS-PROBLEM-COUNT.

       3250-START-STUDENT.
              MOVE SD-STUDENT-ID TO WS-STU-STUDENT-ID
              MOVE SPACES TO WS-STU-NAME
              MOVE SPACES TO WS-STU-GRADE
              MOVE ZERO TO WS-STU-ROSTER-COUNT
              SET WS-STU-NOT-ENROLLED TO TRUE.

       3300-FINISH-STUDENT.
              MOVE SPACES TO WS-PROBLEM-REASON
              MOVE WS-STU-GRADE TO WS-EDIT-GRADE
              EVALUATE TRUE
                     WHEN WS-STU-NOT-ENROLLED AND
                            WS-STU-STUDENT-ID-NUM NOT NUMERIC
                            MOVE 'STUDENT-ID NOT NUMERIC' TO
                                   WS-PROBLEM-REASON
                     WHEN WS-STU-NOT-ENROLLED AND
                            WS-CURRENT-TERM NOT = WS-SELECT-TERM
                            MOVE 'ROSTER LINE FOR ANOTHER TERM' TO
                                   WS-PROBLEM-REASON
                     WHEN WS-STU-NOT-ENROLLED
                            MOVE 'NOT AN ACTIVE ENROLLMENT' TO
                                   WS-PROBLEM-REASON
                     WHEN WS-STU-ROSTER-COUNT = ZERO
                            MOVE 'MISSING FROM RETURNED ROSTER' TO
                                   WS-PROBLEM-REASON
                     WHEN WS-STU-ROSTER-COUNT > 1
                            MOVE 'ON RETURNED ROSTER TWICE' TO
                                   WS-PROBLEM-REASON
                     WHEN WS-STU-GRADE = SPACES
                            MOVE 'GRADE MISSING' TO WS-PROBLEM-REASON
                     WHEN NOT WS-VALID-GRADE
                            MOVE 'GRADE NOT A VALID LETTER' TO
                                   WS-PROBLEM-REASON
              END-EVALUATE
              IF WS-PROBLEM-REASON = SPACES
                     ADD 1 TO WS-CRS-GRADED-COUNT
                     PERFORM 3350-TABLE-POST-LINE
              ELSE
                     ADD 1 TO WS-CRS-PROBLEM-COUNT
                     PERFORM 3360-TABLE-PROBLEM-LINE
              END-IF.

       3350-TABLE-POST-LINE.
      *> A roster too big to hold cannot be proved, so the overflow
      *> counts against the course as a problem.
              IF WS-POST-COUNT < WS-TABLE-MAX
                     ADD 1 TO WS-POST-COUNT
                     MOVE WS-STU-STUDENT-ID-NUM TO
                            WS-PST-STUDENT-ID(WS-POST-COUNT)
                     MOVE WS-STU-GRADE TO WS-PST-GRADE(WS-POST-COUNT)
              ELSE
                     ADD 1 TO WS-CRS-PROBLEM-COUNT
                     DISPLAY 'RSTEDIT: WARNING - ROSTER TABLE FULL, '
                            'COURSE ' WS-CURRENT-COURSE
                            ' LEFT INCOMPLETE'
              END-IF.

       3360-TABLE-PROBLEM-LINE.
              IF WS-PROBLEM-COUNT < WS-TABLE-MAX
                     ADD 1 TO WS-PROBLEM-COUNT
                     MOVE WS-STU-STUDENT-ID TO
                            WS-PRB-STUDENT-ID(WS-PROBLEM-COUNT)
                     MOVE WS-STU-NAME TO WS-PRB-NAME(WS-PROBLEM-COUNT)
                     MOVE WS-STU-GRADE TO
                            WS-PRB-GRADE(WS-PROBLEM-COUNT)
                     MOVE WS-PROBLEM-REASON TO
                            WS-PRB-REASON(WS-PROBLEM-COUNT)
              END-IF.

       3400-FINISH-COURSE.
              EVALUATE TRUE
                     WHEN WS-CRS-RETURNED-COUNT = ZERO
                            MOVE 'NOT RETURNED' TO WS-COURSE-STATUS
                            ADD 1 TO WS-NOT-RETURNED-COUNT
                     WHEN WS-CRS-PROBLEM-COUNT = ZERO
                            MOVE 'COMPLETE' TO WS-COURSE-STATUS
                            ADD 1 TO WS-COMPLETE-COUNT
                            PERFORM 3450-WRITE-GRADE-TRAN
                                   VARYING WS-POST-SUB FROM 1 BY 1
                                   UNTIL WS-POST-SUB > WS-POST-COUNT
                     WHEN OTHER
                            MOVE 'INCOMPLETE' TO WS-COURSE-STATUS
                            ADD 1 TO WS-INCOMPLETE-COUNT
              END-EVALUATE
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
                     PERFORM 3500-PRINT-HEADING
              END-IF
              MOVE WS-CURRENT-COURSE TO WS-CRS-COURSE-CODE
              MOVE WS-CURRENT-TERM TO WS-CRS-TERM-CODE
              MOVE WS-CRS-ENROLLED-COUNT TO WS-CRS-ENROLLED
              MOVE WS-CRS-RETURNED-COUNT TO WS-CRS-RETURNED
              MOVE WS-CRS-GRADED-COUNT TO WS-CRS-GRADED
              MOVE WS-CRS-PROBLEM-COUNT TO WS-CRS-PROBLEMS
              MOVE WS-COURSE-STATUS TO WS-CRS-STATUS
              WRITE EDT-LINE FROM WS-COURSE-LINE AFTER ADVANCING 2
              ADD 2 TO WS-LINE-COUNT
              IF WS-COURSE-INCOMPLETE
                     PERFORM 3460-PRINT-PROBLEM-LINE
                            VARYING WS-PROBLEM-SUB FROM 1 BY 1
                            UNTIL WS-PROBLEM-SUB > WS-PROBLEM-COUNT
              END-IF.

       3450-WRITE-GRADE-TRAN.
              MOVE WS-PST-STUDENT-ID(WS-POST-SUB) TO GTR-STUDENT-ID
              MOVE WS-CURRENT-COURSE TO GTR-COURSE-CODE
              MOVE WS-CURRENT-TERM TO GTR-TERM-CODE
              MOVE WS-PST-GRADE(WS-POST-SUB) TO GTR-GRADE
              WRITE GRADE-TRAN-RECORD
              ADD 1 TO WS-GRADE-TRAN-COUNT.

       3460-PRINT-PROBLEM-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3500-PRINT-HEADING
              END-IF
              MOVE WS-PRB-STUDENT-ID(WS-PROBLEM-SUB) TO
                     WS-PRL-STUDENT-ID
              MOVE WS-PRB-NAME(WS-PROBLEM-SUB) TO WS-PRL-NAME
              MOVE WS-PRB-GRADE(WS-PROBLEM-SUB) TO WS-PRL-GRADE
              MOVE WS-PRB-REASON(WS-PROBLEM-SUB) TO WS-PRL-REASON
              WRITE EDT-LINE FROM WS-PROBLEM-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3500-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE EDT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE EDT-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 2
              MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-ROSTER-LINE-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'RSTEDIT' TO RUNC-JOB-NAME
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
                     DISPLAY 'RSTEDIT: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     PERFORM 3500-PRINT-HEADING
              END-IF
              MOVE WS-ROSTER-LINE-COUNT TO WS-TR1-COUNT
              MOVE WS-ACTIVE-COUNT TO WS-TR2-COUNT
              MOVE WS-COMPLETE-COUNT TO WS-TR3-COUNT
              MOVE WS-INCOMPLETE-COUNT TO WS-TR4-COUNT
              MOVE WS-NOT-RETURNED-COUNT TO WS-TR5-COUNT
              MOVE WS-GRADE-TRAN-COUNT TO WS-TR6-COUNT
              WRITE EDT-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE EDT-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE EDT-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE EDT-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE EDT-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE EDT-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              CLOSE RETURNED-ROSTER
              CLOSE ENROLLMENT
              CLOSE STUDENT
              CLOSE GRADE-TRAN
              CLOSE EDIT-REPORT
              DISPLAY 'RSTEDIT ROSTER LINES READ:   '
                     WS-ROSTER-LINE-COUNT
              DISPLAY 'RSTEDIT COURSES INCOMPLETE:  '
                     WS-INCOMPLETE-COUNT
              DISPLAY 'RSTEDIT GRADE TRANS WRITTEN: '
                     WS-GRADE-TRAN-COUNT.
