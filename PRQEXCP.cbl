        IDENTIFICATION DIVISION.
              PROGRAM-ID. PRQEXCP.
      *> Term-start prerequisite exception report. Lists every active
      *> ENROLL row for the term on the command line (TERM=yyyytt)
      *> whose course has a PRQMAINT prerequisite the student has not
      *> met: no graded row in the required course, in another term,
      *> at or above the minimum grade. Registration refuses these up
      *> front, so what lands here is a course that was still in
      *> progress when the student registered and has since been
      *> failed or left ungraded, or a registration the registrar
      *> waived. ENROLL is read in key order and each student's rows
      *> are held together so every prerequisite is judged against
      *> the student's whole history; the prerequisite table is held
      *> in memory. Exceptions set return code 8 so the scheduler
      *> can route the report to the registrar.
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
              SELECT PREREQ-TABLE ASSIGN TO 'PREREQ.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PREQ-KEY
              FILE STATUS IS WS-PREREQ-TABLE-STATUS.
              SELECT EXCEPTION-REPORT ASSIGN TO 'PRQEXCP.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD STUDENT.
              COPY STUDREC.
              FD PREREQ-TABLE.
              COPY PREQREC.
              FD EXCEPTION-REPORT.
              01 EXC-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
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
              01 WS-PREREQ-TABLE-STATUS PIC X(2) VALUE '00'.
                     88 WS-PREREQ-TABLE-OK VALUE '00'.
                     88 WS-PREREQ-TABLE-EOF VALUE '10'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-PREREQ-EOF PIC A(1) VALUE 'N'.
                     88 WS-PREREQ-EOF-YES VALUE 'Y'.
              01 WS-PREREQ-TABLE.
                     05 WS-PREREQ-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-PREREQ-ENTRY OCCURS 1000 TIMES.
                            10 WS-PRQ-COURSE-CODE PIC X(4).
                            10 WS-PRQ-REQUIRED-COURSE PIC X(4).
                            10 WS-PRQ-MIN-GRADE PIC X(2).
      *> One student's ENROLL rows, every course and term, held until
      *> the key moves on to the next student.
              01 WS-HISTORY-TABLE.
                     05 WS-HISTORY-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-HISTORY-ENTRY OCCURS 300 TIMES.
                            10 WS-HST-COURSE-CODE PIC X(4).
                            10 WS-HST-TERM-CODE PIC X(6).
                            10 WS-HST-STATUS PIC X(1).
                            10 WS-HST-GRADE PIC X(2).
              01 WS-ROW-SUB PIC 9(4) VALUE ZERO.
              01 WS-PREREQ-SUB PIC 9(4) VALUE ZERO.
              01 WS-PRIOR-SUB PIC 9(4) VALUE ZERO.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-STUDENT-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-STUDENT-OPEN VALUE 'Y'.
                     88 WS-STUDENT-NOT-OPEN VALUE 'N'.
              01 WS-NAME-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-NAME-LOOKED-UP VALUE 'Y'.
                     88 WS-NAME-NOT-LOOKED-UP VALUE 'N'.
              01 WS-CURRENT-STUDENT-ID PIC 9(5) VALUE ZERO.
              01 WS-CURRENT-NAME PIC X(25) VALUE SPACES.
              01 WS-PREREQ-MET-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PREREQ-MET VALUE 'Y'.
                     88 WS-PREREQ-NOT-MET VALUE 'N'.
      *> Best grade the student holds in the required course, shown
      *> beside the exception; 'IP' when the only row is ungraded.
              01 WS-BEST-GRADE PIC X(2) VALUE SPACES.
              01 WS-BEST-POINTS PIC 9V99 VALUE ZERO.
              01 WS-POINTS-GRADE PIC X(2) VALUE SPACES.
              01 WS-GRADE-POINTS PIC 9V99 VALUE ZERO.
              01 WS-MIN-GRADE-POINTS PIC 9V99 VALUE ZERO.
              01 WS-GRADABLE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-GRADABLE VALUE 'Y'.
                     88 WS-NOT-GRADABLE VALUE 'N'.
              01 WS-TERM-ROW-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CHECKED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
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
                     05 FILLER PIC X(20) VALUE SPACES.
                     05 FILLER PIC X(34) VALUE
                            'PREREQUISITE EXCEPTION REPORT'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(36) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(7) VALUE 'ID'.
                     05 FILLER PIC X(27) VALUE 'NAME'.
                     05 FILLER PIC X(8) VALUE 'COURSE'.
                     05 FILLER PIC X(10) VALUE 'REQUIRES'.
                     05 FILLER PIC X(6) VALUE 'MIN'.
                     05 FILLER PIC X(6) VALUE 'BEST'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-REQUIRED-COURSE PIC X(4).
                     05 FILLER PIC X(6) VALUE SPACES.
                     05 WS-DTL-MIN-GRADE PIC X(2).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-BEST-GRADE PIC X(2).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(30) VALUE
                            'ACTIVE ENROLLMENTS IN TERM:   '.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(30) VALUE
                            'PREREQUISITES CHECKED:        '.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(30) VALUE
                            'PREREQUISITES NOT MET:        '.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM UNTIL WS-EOF-YES
                     READ ENROLLMENT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 2000-COLLECT-ENROLLMENT
                     END-READ
              END-PERFORM
              IF WS-STUDENT-OPEN
                     PERFORM 3000-CHECK-STUDENT
              END-IF
              PERFORM 9000-TERMINATE
              IF WS-EXCEPTION-COUNT > 0
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
                     DISPLAY 'PRQEXCP: TERM=YYYYTT PARAMETER IS '
                            'REQUIRED, NOTHING CHECKED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'PRQEXCP: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'PRQEXCP: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 1200-LOAD-PREREQUISITES
              OPEN OUTPUT EXCEPTION-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY.

       1200-LOAD-PREREQUISITES.
              OPEN INPUT PREREQ-TABLE
              IF NOT WS-PREREQ-TABLE-OK
                     DISPLAY 'PRQEXCP: ERROR OPENING PREREQUISITE '
                            'TABLE, FILE STATUS = '
                            WS-PREREQ-TABLE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM UNTIL WS-PREREQ-EOF-YES
                     READ PREREQ-TABLE
                            AT END
                                   SET WS-PREREQ-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 1300-TABLE-PREREQUISITE
                     END-READ
              END-PERFORM
              CLOSE PREREQ-TABLE.

       1300-TABLE-PREREQUISITE.
              IF WS-PREREQ-COUNT < 1000
                     ADD 1 TO WS-PREREQ-COUNT
                     MOVE PREQ-COURSE-CODE TO
                            WS-PRQ-COURSE-CODE(WS-PREREQ-COUNT)
                     MOVE PREQ-REQUIRED-COURSE TO
                            WS-PRQ-REQUIRED-COURSE(WS-PREREQ-COUNT)
                     IF PREQ-MIN-GRADE = SPACES
                            MOVE 'D-' TO
                                   WS-PRQ-MIN-GRADE(WS-PREREQ-COUNT)
                     ELSE
                            MOVE PREQ-MIN-GRADE TO
                                   WS-PRQ-MIN-GRADE(WS-PREREQ-COUNT)
                     END-IF
              ELSE
                     DISPLAY 'PRQEXCP: WARNING - PREREQUISITE '
                            'TABLE FULL, ' PREQ-COURSE-CODE '/'
                            PREQ-REQUIRED-COURSE ' NOT TABLED'
              END-IF.

       2000-COLLECT-ENROLLMENT.
              IF ENROLL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID OR
                     WS-STUDENT-NOT-OPEN
                     IF WS-STUDENT-OPEN
                            PERFORM 3000-CHECK-STUDENT
                     END-IF
                     MOVE ENROLL-STUDENT-ID TO WS-CURRENT-STUDENT-ID
                     SET WS-STUDENT-OPEN TO TRUE
                     SET WS-NAME-NOT-LOOKED-UP TO TRUE
                     MOVE ZERO TO WS-HISTORY-COUNT
              END-IF
              IF WS-HISTORY-COUNT < 300
                     ADD 1 TO WS-HISTORY-COUNT
                     MOVE ENROLL-COURSE-CODE TO
                            WS-HST-COURSE-CODE(WS-HISTORY-COUNT)
                     MOVE ENROLL-TERM-CODE TO
                            WS-HST-TERM-CODE(WS-HISTORY-COUNT)
                     MOVE ENROLL-STATUS TO
                            WS-HST-STATUS(WS-HISTORY-COUNT)
                     MOVE ENROLL-GRADE TO
                            WS-HST-GRADE(WS-HISTORY-COUNT)
              ELSE
                     DISPLAY 'PRQEXCP: WARNING - HISTORY TABLE FULL '
                            'FOR STUDENT ' ENROLL-STUDENT-ID
              END-IF.

       3000-CHECK-STUDENT.
              PERFORM 3100-CHECK-TERM-ROW
                     VARYING WS-ROW-SUB FROM 1 BY 1
                     UNTIL WS-ROW-SUB > WS-HISTORY-COUNT.

       3100-CHECK-TERM-ROW.
              IF WS-HST-TERM-CODE(WS-ROW-SUB) = WS-SELECT-TERM AND
                     WS-HST-STATUS(WS-ROW-SUB) = 'A'
                     ADD 1 TO WS-TERM-ROW-COUNT
                     PERFORM 3200-CHECK-PREREQUISITE
                            VARYING WS-PREREQ-SUB FROM 1 BY 1
                            UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
              END-IF.

       3200-CHECK-PREREQUISITE.
              IF WS-PRQ-COURSE-CODE(WS-PREREQ-SUB) =
                     WS-HST-COURSE-CODE(WS-ROW-SUB)
                     ADD 1 TO WS-CHECKED-COUNT
                     SET WS-PREREQ-NOT-MET TO TRUE
                     MOVE SPACES TO WS-BEST-GRADE
                     MOVE ZERO TO WS-BEST-POINTS
                     MOVE WS-PRQ-MIN-GRADE(WS-PREREQ-SUB) TO
                            WS-POINTS-GRADE
                     PERFORM 4100-GRADE-TO-POINTS
                     MOVE WS-GRADE-POINTS TO WS-MIN-GRADE-POINTS
                     PERFORM 3300-JUDGE-PRIOR-ROW
                            VARYING WS-PRIOR-SUB FROM 1 BY 1
                            UNTIL WS-PRIOR-SUB > WS-HISTORY-COUNT
                     IF WS-PREREQ-NOT-MET
                            PERFORM 3500-WRITE-EXCEPTION
                     END-IF
              END-IF.

       3300-JUDGE-PRIOR-ROW.
      *> By term start the earlier term should be graded, so only a
      *> grade counts here; an ungraded row shows as 'IP'.
              IF WS-HST-COURSE-CODE(WS-PRIOR-SUB) =
                     WS-PRQ-REQUIRED-COURSE(WS-PREREQ-SUB) AND
                     WS-HST-TERM-CODE(WS-PRIOR-SUB) NOT =
                     WS-SELECT-TERM AND
                     WS-HST-STATUS(WS-PRIOR-SUB) = 'A'
                     IF WS-HST-GRADE(WS-PRIOR-SUB) = SPACES
                            IF WS-BEST-GRADE = SPACES
                                   MOVE 'IP' TO WS-BEST-GRADE
                            END-IF
                     ELSE
                            MOVE WS-HST-GRADE(WS-PRIOR-SUB) TO
                                   WS-POINTS-GRADE
                            PERFORM 4100-GRADE-TO-POINTS
                            IF WS-GRADABLE AND
                                   (WS-BEST-GRADE = SPACES OR
                                   WS-BEST-GRADE = 'IP' OR
                                   WS-GRADE-POINTS > WS-BEST-POINTS)
                                   MOVE WS-POINTS-GRADE TO
                                          WS-BEST-GRADE
                                   MOVE WS-GRADE-POINTS TO
                                          WS-BEST-POINTS
                            END-IF
                            IF WS-GRADABLE AND
                                   WS-GRADE-POINTS >=
                                   WS-MIN-GRADE-POINTS
                                   SET WS-PREREQ-MET TO TRUE
                            END-IF
                     END-IF
              END-IF.

       3500-WRITE-EXCEPTION.
              ADD 1 TO WS-EXCEPTION-COUNT
              IF WS-NAME-NOT-LOOKED-UP
                     MOVE WS-CURRENT-STUDENT-ID TO STUDENT-ID
                     READ STUDENT
                     IF WS-STUDENT-FILE-OK
                            MOVE NAME TO WS-CURRENT-NAME
                     ELSE
                            MOVE '*** NOT ON STUDENT FILE ***' TO
                                   WS-CURRENT-NAME
                     END-IF
                     SET WS-NAME-LOOKED-UP TO TRUE
              END-IF
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3900-PRINT-HEADING
              END-IF
              MOVE WS-CURRENT-STUDENT-ID TO WS-DTL-ID
              MOVE WS-CURRENT-NAME TO WS-DTL-NAME
              MOVE WS-HST-COURSE-CODE(WS-ROW-SUB) TO WS-DTL-COURSE-CODE
              MOVE WS-PRQ-REQUIRED-COURSE(WS-PREREQ-SUB) TO
                     WS-DTL-REQUIRED-COURSE
              MOVE WS-PRQ-MIN-GRADE(WS-PREREQ-SUB) TO WS-DTL-MIN-GRADE
              IF WS-BEST-GRADE = SPACES
                     MOVE '--' TO WS-DTL-BEST-GRADE
              ELSE
                     MOVE WS-BEST-GRADE TO WS-DTL-BEST-GRADE
              END-IF
              WRITE EXC-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3900-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE EXC-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE EXC-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1
              MOVE ZERO TO WS-LINE-COUNT.

       4100-GRADE-TO-POINTS.
      *> The TRNSCRPT scale, shared with the registration checks.
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
              MOVE WS-EXCEPTION-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'PRQEXCP' TO RUNC-JOB-NAME
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
                     DISPLAY 'PRQEXCP: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     PERFORM 3900-PRINT-HEADING
              END-IF
              MOVE WS-TERM-ROW-COUNT TO WS-TR1-COUNT
              MOVE WS-CHECKED-COUNT TO WS-TR2-COUNT
              MOVE WS-EXCEPTION-COUNT TO WS-TR3-COUNT
              WRITE EXC-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE EXC-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE EXC-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              CLOSE ENROLLMENT
              CLOSE STUDENT
              CLOSE EXCEPTION-REPORT
              DISPLAY 'PRQEXCP ACTIVE ROWS IN TERM: ' WS-TERM-ROW-COUNT
              DISPLAY 'PRQEXCP PREREQUISITES CHECKED: '
                     WS-CHECKED-COUNT
              DISPLAY 'PRQEXCP PREREQUISITES NOT MET: '
                     WS-EXCEPTION-COUNT.
