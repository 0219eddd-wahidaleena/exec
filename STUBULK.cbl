      *> without touching STUDENT.KSDS, the audit queue, or the
      *> checkpoint, so a big transaction file can be proved clean
      *> before the live run.
      *> An add or change that leaves the student active in a course
      *> is refused when the student lacks a prerequisite PRQMAINT
      *> lists for it, judged from ENROLL grades the same way ENRMAINT
      *> judges a terminal registration, unless the transaction
      *> carries the registrar's 'P' override, which then rides onto
      *> the audit record.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              ACCESS MODE IS RANDOM
              RECORD KEY IS TCAL-TERM-CODE
              FILE STATUS IS WS-TERM-CALENDAR-STATUS.
              SELECT PREREQ-TABLE ASSIGN TO 'PREREQ.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PREQ-KEY
              FILE STATUS IS WS-PREREQ-TABLE-STATUS.
              SELECT ENROLLMENT ASSIGN TO 'ENROLL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENROLL-KEY
              FILE STATUS IS WS-ENROLL-FILE-STATUS.
              SELECT AUDIT-QUEUE ASSIGN TO 'AUDQ.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-QUEUE-STATUS.
                     05 STR-COURSE-CODE PIC X(4).
                     05 STR-TERM-CODE PIC X(6).
                     05 STR-ENROLLMENT-STATUS PIC X(1).
      *> 'P' when the registrar waives the prerequisite check for
      *> this transaction; space otherwise.
                     05 STR-OVERRIDE-CODE PIC X(1).
                            88 STR-PREREQ-OVERRIDE VALUE 'P'.
              FD STUDENT.
              COPY STUDREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD TERM-CALENDAR.
              COPY TRMREC.
              FD PREREQ-TABLE.
              COPY PREQREC.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD AUDIT-QUEUE.
              COPY AUDITREC.
              FD APPLY-REPORT.
              01 WS-TERM-CALENDAR-STATUS PIC X(2) VALUE '00'.
                     88 WS-TERM-CALENDAR-OK VALUE '00'.
                     88 WS-TERM-CALENDAR-MISSING VALUE '23'.
              01 WS-PREREQ-TABLE-STATUS PIC X(2) VALUE '00'.
                     88 WS-PREREQ-TABLE-OK VALUE '00'.
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
              01 WS-AUDIT-QUEUE-STATUS PIC X(2) VALUE '00'.
                     88 WS-AUDIT-QUEUE-OK VALUE '00'.
                     88 WS-AUDIT-QUEUE-NOT-FOUND VALUE '35'.
              01 WS-DELETE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-AUDIT-ERROR-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
              01 WS-REG-TERM-START PIC 9(8) VALUE ZERO.
              01 WS-PREREQ-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PREREQ-BROWSE-DONE VALUE 'Y'.
                     88 WS-PREREQ-BROWSE-NOT-DONE VALUE 'N'.
              01 WS-PRIOR-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PRIOR-BROWSE-DONE VALUE 'Y'.
                     88 WS-PRIOR-BROWSE-NOT-DONE VALUE 'N'.
              01 WS-PREREQ-MET-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PREREQ-MET VALUE 'Y'.
                     88 WS-PREREQ-NOT-MET VALUE 'N'.
              01 WS-POINTS-GRADE PIC X(2) VALUE SPACES.
              01 WS-GRADE-POINTS PIC 9V99 VALUE ZERO.
              01 WS-MIN-GRADE-POINTS PIC 9V99 VALUE ZERO.
              01 WS-GRADABLE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-GRADABLE VALUE 'Y'.
                     88 WS-NOT-GRADABLE VALUE 'N'.
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              01 WS-RUN-TIME.
                     05 WS-RUN-TIME-HHMMSS PIC 9(6).
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
      *> Prerequisites are judged from the table and the grades on
      *> ENROLL; without either the run stops rather than letting an
      *> unprepared registration through.
              OPEN INPUT PREREQ-TABLE
              IF NOT WS-PREREQ-TABLE-OK
                     DISPLAY 'STUBULK: ERROR OPENING PREREQUISITE '
                            'TABLE, FILE STATUS = '
                            WS-PREREQ-TABLE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'STUBULK: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              IF WS-LIVE-RUN
                     OPEN EXTEND AUDIT-QUEUE
                     IF WS-AUDIT-QUEUE-NOT-FOUND
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2550-EDIT-TERM-CODE
              END-IF
              IF WS-REJECT-REASON = SPACES AND
                     STR-ENROLLMENT-STATUS = 'A' AND
                     NOT STR-PREREQ-OVERRIDE
                     PERFORM 2560-CHECK-PREREQUISITES
              END-IF
              IF WS-REJECT-REASON = SPACES AND WS-EDIT-ONLY
                     PERFORM 2150-TRIAL-ADD
              END-IF
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2550-EDIT-TERM-CODE
              END-IF
              IF WS-REJECT-REASON = SPACES AND
                     STR-ENROLLMENT-STATUS = 'A' AND
                     NOT STR-PREREQ-OVERRIDE
                     PERFORM 2560-CHECK-PREREQUISITES
              END-IF
              IF WS-REJECT-REASON = SPACES AND WS-EDIT-ONLY
                     PERFORM 2250-TRIAL-CHANGE
              END-IF
                                   TO WS-REJECT-REASON
              END-EVALUATE.

       2560-CHECK-PREREQUISITES.
      *> A change that leaves the course and term as they were is not
      *> a new registration, so a student already in the course is
      *> not re-judged on a name or status correction.
              MOVE TCAL-START-DATE TO WS-REG-TERM-START
              SET WS-PREREQ-BROWSE-NOT-DONE TO TRUE
              IF STR-FUNCTION-CHANGE
                     MOVE STR-STUDENT-ID TO STUDENT-ID
                     READ STUDENT
                     IF WS-STUDENT-FILE-OK AND
                            COURSE-CODE = STR-COURSE-CODE AND
                            TERM-CODE = STR-TERM-CODE AND
                            ENROLLMENT-ACTIVE
                            SET WS-PREREQ-BROWSE-DONE TO TRUE
                     END-IF
              END-IF
              MOVE STR-COURSE-CODE TO PREQ-COURSE-CODE
              MOVE LOW-VALUES TO PREQ-REQUIRED-COURSE
              IF WS-PREREQ-BROWSE-NOT-DONE
                     START PREREQ-TABLE KEY IS NOT LESS THAN PREQ-KEY
                            INVALID KEY
                                   SET WS-PREREQ-BROWSE-DONE TO TRUE
                     END-START
              END-IF
              PERFORM UNTIL WS-PREREQ-BROWSE-DONE
                     READ PREREQ-TABLE NEXT
                            AT END
                                   SET WS-PREREQ-BROWSE-DONE TO TRUE
                            NOT AT END
                                   IF PREQ-COURSE-CODE NOT =
                                          STR-COURSE-CODE
                                          SET WS-PREREQ-BROWSE-DONE
                                                 TO TRUE
                                   ELSE
                                          PERFORM
                                          2570-CHECK-ONE-PREREQUISITE
                                   END-IF
                     END-READ
              END-PERFORM.

       2570-CHECK-ONE-PREREQUISITE.
      *> Met by a graded row in another term at or above the minimum,
      *> or by the course still in progress in a term that starts
      *> before the one being registered for.
              SET WS-PREREQ-NOT-MET TO TRUE
              IF PREQ-MIN-GRADE = SPACES
                     MOVE 'D-' TO PREQ-MIN-GRADE
              END-IF
              MOVE PREQ-MIN-GRADE TO WS-POINTS-GRADE
              PERFORM 2590-GRADE-TO-POINTS
              MOVE WS-GRADE-POINTS TO WS-MIN-GRADE-POINTS
              MOVE STR-STUDENT-ID TO ENROLL-STUDENT-ID
              MOVE PREQ-REQUIRED-COURSE TO ENROLL-COURSE-CODE
              MOVE LOW-VALUES TO ENROLL-TERM-CODE
              SET WS-PRIOR-BROWSE-NOT-DONE TO TRUE
              START ENROLLMENT KEY IS NOT LESS THAN ENROLL-KEY
                     INVALID KEY
                            SET WS-PRIOR-BROWSE-DONE TO TRUE
              END-START
              PERFORM UNTIL WS-PRIOR-BROWSE-DONE
                     READ ENROLLMENT NEXT
                            AT END
                                   SET WS-PRIOR-BROWSE-DONE TO TRUE
                            NOT AT END
                                   IF ENROLL-STUDENT-ID NOT =
                                          STR-STUDENT-ID OR
                                          ENROLL-COURSE-CODE NOT =
                                          PREQ-REQUIRED-COURSE
                                          SET WS-PRIOR-BROWSE-DONE
                                                 TO TRUE
                                   ELSE
                                          PERFORM
                                          2580-JUDGE-PRIOR-ENROLLMENT
                                   END-IF
                     END-READ
              END-PERFORM
              IF WS-PREREQ-NOT-MET
                     STRING 'PREREQUISITE ' DELIMITED BY SIZE
                            PREQ-REQUIRED-COURSE DELIMITED BY SIZE
                            ' NOT MET' DELIMITED BY SIZE
                            INTO WS-REJECT-REASON
                     END-STRING
                     SET WS-PREREQ-BROWSE-DONE TO TRUE
              END-IF.

       2580-JUDGE-PRIOR-ENROLLMENT.
              IF ENROLL-ACTIVE AND ENROLL-TERM-CODE NOT = STR-TERM-CODE
                     IF ENROLL-UNGRADED
                            MOVE ENROLL-TERM-CODE TO TCAL-TERM-CODE
                            READ TERM-CALENDAR
                            IF WS-TERM-CALENDAR-OK AND
                                   TCAL-START-DATE < WS-REG-TERM-START
                                   SET WS-PREREQ-MET TO TRUE
                            END-IF
                     ELSE
                            MOVE ENROLL-GRADE TO WS-POINTS-GRADE
                            PERFORM 2590-GRADE-TO-POINTS
                            IF WS-GRADABLE AND
                                   WS-GRADE-POINTS >=
                                   WS-MIN-GRADE-POINTS
                                   SET WS-PREREQ-MET TO TRUE
                            END-IF
                     END-IF
              END-IF
              IF WS-PREREQ-MET
                     SET WS-PRIOR-BROWSE-DONE TO TRUE
              END-IF.

       2590-GRADE-TO-POINTS.
      *> The TRNSCRPT scale, shared with the ENRMAINT check.
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

       2600-WRITE-AUDIT-ADD.
              SET AUDIT-OP-ADD TO TRUE
              PERFORM 2900-WRITE-AUDIT-QUEUE.
       2900-WRITE-AUDIT-QUEUE.
              SET AUDIT-FILE-STUDENT TO TRUE
              MOVE STUDENT-ID TO AUDIT-STUDENT-ID
              IF STR-PREREQ-OVERRIDE
                     MOVE STR-OVERRIDE-CODE TO AUDIT-OVERRIDE-CODE
              ELSE
                     MOVE SPACE TO AUDIT-OVERRIDE-CODE
              END-IF
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-DATE TO AUDIT-DATE
              MOVE WS-RUN-TIME-HHMMSS TO AUDIT-TIME
              CLOSE STUDENT
              CLOSE COURSE-CATALOG
              CLOSE TERM-CALENDAR
              CLOSE PREREQ-TABLE
              CLOSE ENROLLMENT
              IF WS-LIVE-RUN
                     CLOSE AUDIT-QUEUE
              END-IF
