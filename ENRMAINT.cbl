      *> file in arrival order instead, and a drop that frees a seat
      *> registers the first waitlisted student automatically; both
      *> movements are queued to WAITQ for the WAITRPT daily report.
      *> A student the ARAGING run has put on financial hold on the
      *> ACCOUNT file is refused registration unless the override is
      *> keyed, the same override that waives the add deadline.
      *> A registration is also refused when the student has not met
      *> every prerequisite PRQMAINT lists for the course - a passing
      *> grade at or above the minimum in an earlier ENROLL row, or
      *> the course still in progress in a term that starts sooner -
      *> unless the registrar keys the prerequisite override.
      *> A student the ACSTAND term-end run has suspended is refused
      *> registration in the term that follows the suspension, or in
      *> any later term when the calendar had no following term at
      *> the time; no override lifts an academic suspension. A
      *> STANDING or PREREQ file that cannot be read refuses the
      *> registration rather than skip the check.
      *> When SECMAINT has given the course a meeting pattern for
      *> the term, a registration is refused if it meets on a shared
      *> day at an overlapping time with another course the student
      *> is actively enrolled in that term.
      *> Register and drop need the register/drop right on the
      *> signed-on user's OPERAUTH row, and any override byte also
      *> needs the override right; a refusal is told to the terminal
      *> and queued to SECQ for the nightly SECRPT report.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              COPY WAITREC.
              COPY WACTREC.
              COPY AUDITREC.
              COPY ACCTREC.
              COPY PREQREC.
              COPY STNDREC.
              COPY SECTREC.
              COPY OPERREC.
              COPY SECVREC.
              01 WS-RESP PIC S9(8) COMP.
              01 WS-ABSTIME PIC S9(15) COMP-3.
              01 WACT-RECORD-LENGTH PIC S9(4) COMP
                     VALUE LENGTH OF WAITLIST-ACTIVITY-RECORD.
              01 AUDIT-RECORD-LENGTH PIC S9(4) COMP
                     VALUE LENGTH OF AUDIT-RECORD.
              01 SECV-RECORD-LENGTH PIC S9(4) COMP
                     VALUE LENGTH OF SECURITY-VIOLATION-RECORD.
              01 WS-AUTHORITY-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-AUTHORIZED VALUE 'Y'.
                     88 WS-NOT-AUTHORIZED VALUE 'N'.
              01 WS-TRAN-INPUT.
                     05 WS-FUNCTION-CODE PIC X(1).
                            88 WS-FUNCTION-REGISTER VALUE 'R'.
                     05 WS-IN-COURSE-CODE PIC X(4).
                     05 WS-IN-TERM-CODE PIC X(6).
      *> 'Y' lets a supervisor push a registration past the add
      *> deadline or a drop past the drop deadline, or register a
      *> student on financial hold; 'P' waives the prerequisite
      *> check and 'B' does both. It is carried onto the audit
      *> record so the exception stays visible.
                     05 WS-IN-OVERRIDE-CODE PIC X(1).
                            88 WS-OVERRIDE-SUPPLIED VALUES 'Y' 'B'.
                            88 WS-PREREQ-OVERRIDE VALUES 'P' 'B'.
              01 WS-TRAN-INPUT-LENGTH PIC S9(4) COMP VALUE 17.
              01 WS-MESSAGE-AREA PIC X(79) VALUE SPACES.
              01 WS-MESSAGE-LENGTH PIC S9(4) COMP VALUE 79.
              01 WS-TERM-VALID-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-TERM-VALID VALUE 'Y'.
                     88 WS-TERM-INVALID VALUE 'N'.
              01 WS-REGISTER-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-REGISTER-ALLOWED VALUE 'Y'.
                     88 WS-REGISTER-REFUSED VALUE 'N'.
              01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
              01 WS-REG-TERM-START PIC 9(8) VALUE ZERO.
              01 WS-PREREQ-BROWSE-KEY.
                     05 WS-PREREQ-BROWSE-COURSE PIC X(4).
                     05 WS-PREREQ-BROWSE-REQUIRED PIC X(4).
              01 WS-STANDING-BROWSE-KEY.
                     05 WS-STANDING-BROWSE-ID PIC 9(5).
                     05 WS-STANDING-BROWSE-TERM PIC X(6).
              01 WS-STANDING-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-STANDING-BROWSE-DONE VALUE 'Y'.
                     88 WS-STANDING-BROWSE-NOT-DONE VALUE 'N'.
      *> Start date of the latest standing row dated before the
      *> registering term, and whether that row is a suspension that
      *> ACSTAND could not yet tie to a following term.
              01 WS-LATEST-STANDING-START PIC 9(8) VALUE ZERO.
              01 WS-OPEN-SUSPENSION-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-SUSPENSION-OPEN VALUE 'Y'.
                     88 WS-SUSPENSION-LIFTED VALUE 'N'.
              01 WS-REG-MEETING.
                     05 WS-REG-MEETING-DAYS PIC X(7).
                     05 WS-REG-MEETING-DAY-TABLE
                            REDEFINES WS-REG-MEETING-DAYS.
                            10 WS-REG-MEETING-DAY PIC X(1)
                                   OCCURS 7 TIMES.
                     05 WS-REG-START-TIME PIC 9(4).
                     05 WS-REG-END-TIME PIC 9(4).
              01 WS-DAY-SUB PIC 9(3) VALUE ZERO.
              01 WS-SHARED-DAY-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-SHARED-DAY VALUE 'Y'.
                     88 WS-NO-SHARED-DAY VALUE 'N'.
              01 WS-CONFLICT-BROWSE-KEY.
                     05 WS-CONFLICT-STUDENT-ID PIC 9(5).
                     05 WS-CONFLICT-COURSE-CODE PIC X(4).
                     05 WS-CONFLICT-TERM-CODE PIC X(6).
              01 WS-CONFLICT-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-CONFLICT-BROWSE-DONE VALUE 'Y'.
                     88 WS-CONFLICT-BROWSE-NOT-DONE VALUE 'N'.
              01 WS-PRIOR-BROWSE-KEY.
                     05 WS-PRIOR-STUDENT-ID PIC 9(5).
                     05 WS-PRIOR-COURSE-CODE PIC X(4).
                     05 WS-PRIOR-TERM-CODE PIC X(6).
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
              01 WS-SEAT-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-SEATS-AVAILABLE VALUE 'Y'.
                     88 WS-COURSE-FULL VALUE 'N'.
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) OR
                     WS-RESP = DFHRESP(LENGERR)
                     PERFORM 0800-CHECK-AUTHORITY
                     EVALUATE TRUE
                            WHEN WS-NOT-AUTHORIZED
                                   PERFORM 9100-SEND-MESSAGE
                            WHEN WS-FUNCTION-REGISTER
                                   PERFORM 1000-REGISTER-ENROLLMENT
                            WHEN WS-FUNCTION-DROP
              END-IF
              EXEC CICS RETURN END-EXEC.

       0800-CHECK-AUTHORITY.
      *> An unknown function code needs no right; the dispatch
      *> rejects it as before.
              SET WS-AUTHORIZED TO TRUE
              IF WS-FUNCTION-REGISTER OR WS-FUNCTION-DROP
                     SET SECV-RIGHT-REGISTER TO TRUE
                     PERFORM 0810-READ-AUTHORITY
                     IF WS-AUTHORIZED AND NOT OPER-CAN-REGISTER
                            SET WS-NOT-AUTHORIZED TO TRUE
                            SET SECV-RIGHT-NOT-GRANTED TO TRUE
                            MOVE
                            'NOT AUTHORIZED - NO REGISTER/DROP RIGHT'
                            TO WS-MESSAGE-AREA
                     END-IF
                     IF WS-AUTHORIZED AND
                            WS-IN-OVERRIDE-CODE NOT = SPACE AND
                            NOT OPER-CAN-OVERRIDE
                            SET WS-NOT-AUTHORIZED TO TRUE
                            SET SECV-RIGHT-OVERRIDE TO TRUE
                            SET SECV-RIGHT-NOT-GRANTED TO TRUE
                            MOVE 'NOT AUTHORIZED - NO OVERRIDE RIGHT'
                            TO WS-MESSAGE-AREA
                     END-IF
              END-IF
              IF WS-NOT-AUTHORIZED
                     PERFORM 0850-LOG-VIOLATION
              END-IF.

       0810-READ-AUTHORITY.
      *> A user with no OPERAUTH row, or a file that cannot be read,
      *> gets nothing: the check fails closed.
              EXEC CICS ASSIGN
                     USERID(OPER-USER-ID)
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                     MOVE OPER-USER-ID TO SECV-USER-ID
                     EXEC CICS READ
                            DATASET('OPERAUTH')
                            INTO(OPERATOR-AUTHORITY-FILE)
                            RIDFLD(OPER-USER-ID)
                            RESP(WS-RESP)
                     END-EXEC
              ELSE
                     MOVE SPACES TO SECV-USER-ID
              END-IF
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            CONTINUE
                     WHEN WS-RESP = DFHRESP(NOTFND)
                            SET WS-NOT-AUTHORIZED TO TRUE
                            SET SECV-USER-NOT-ON-FILE TO TRUE
                            MOVE
                        'NOT AUTHORIZED - USER NOT ON AUTHORITY FILE'
                            TO WS-MESSAGE-AREA
                     WHEN OTHER
                            SET WS-NOT-AUTHORIZED TO TRUE
                            SET SECV-AUTHORITY-UNAVAILABLE TO TRUE
                            MOVE
                          'NOT AUTHORIZED - AUTHORITY FILE UNAVAILABLE'
                            TO WS-MESSAGE-AREA
              END-EVALUATE.

       0850-LOG-VIOLATION.
      *> The refusal stands whether or not the queue takes the
      *> record, so a SECQ failure does not change the message. The
      *> request data is the enrollment key and override byte.
              MOVE WS-FUNCTION-CODE TO SECV-FUNCTION-CODE
              MOVE WS-TRAN-INPUT(2:16) TO SECV-REQUEST-DATA
              MOVE EIBTRNID TO SECV-JOB-NAME
              EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
                     RESP(WS-RESP)
              END-EXEC
              EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(SECV-DATE)
                     TIME(SECV-TIME)
                     RESP(WS-RESP)
              END-EXEC
              EXEC CICS WRITEQ TD
                     QUEUE('SECQ')
                     FROM(SECURITY-VIOLATION-RECORD)
                     LENGTH(SECV-RECORD-LENGTH)
                     RESP(WS-RESP)
              END-EXEC.

       0900-EDIT-STUDENT-ID.
              SET WS-ID-VALID TO TRUE
              IF WS-IN-STUDENT-ID NOT NUMERIC
              IF WS-ID-VALID AND WS-COURSE-VALID AND WS-TERM-VALID
                     PERFORM 0970-CHECK-ADD-DEADLINE
              END-IF
              IF WS-ID-VALID AND WS-COURSE-VALID AND WS-TERM-VALID
                     PERFORM 1010-CHECK-FINANCIAL-HOLD
              END-IF
              IF WS-ID-VALID AND WS-COURSE-VALID AND WS-TERM-VALID
                     AND WS-REGISTER-ALLOWED
                     PERFORM 1015-CHECK-ACADEMIC-STANDING
              END-IF
              IF WS-ID-VALID AND WS-COURSE-VALID AND WS-TERM-VALID
                     AND WS-REGISTER-ALLOWED
                     AND NOT WS-PREREQ-OVERRIDE
                     PERFORM 1020-CHECK-PREREQUISITES
              END-IF
              IF WS-ID-VALID AND WS-COURSE-VALID AND WS-TERM-VALID
                     AND WS-REGISTER-ALLOWED
                     PERFORM 1070-CHECK-TIME-CONFLICT
              END-IF
              IF WS-ID-INVALID
                     MOVE 'REGISTER FAILED - STUDENT-ID NOT NUMERIC'
                            TO WS-MESSAGE-AREA
                     PERFORM 9100-SEND-MESSAGE
              ELSE IF WS-TERM-INVALID
                     PERFORM 9100-SEND-MESSAGE
              ELSE IF WS-REGISTER-REFUSED
                     PERFORM 9100-SEND-MESSAGE
              ELSE
                     MOVE WS-IN-STUDENT-ID TO STUDENT-ID
                     EXEC CICS READ
                     PERFORM 9100-SEND-MESSAGE
              END-IF.

       1010-CHECK-FINANCIAL-HOLD.
      *> No account record means the bursar has never billed the
      *> student, so there is nothing to hold.
              MOVE WS-IN-STUDENT-ID TO ACCT-STUDENT-ID
              EXEC CICS READ
                     DATASET('ACCOUNT')
                     INTO(STUDENT-ACCOUNT-FILE)
                     RIDFLD(ACCT-STUDENT-ID)
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            IF ACCT-FINANCIAL-HOLD AND
                                   NOT WS-OVERRIDE-SUPPLIED
                                   SET WS-REGISTER-REFUSED TO TRUE
                                   MOVE
                                  'REGISTER REFUSED - FINANCIAL HOLD'
                                   TO WS-MESSAGE-AREA
                            END-IF
                     WHEN WS-RESP = DFHRESP(NOTFND)
                            CONTINUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'STUDENT ACCOUNT READ ERROR' TO
                                   WS-MESSAGE-AREA
              END-EVALUATE.

       1015-CHECK-ACADEMIC-STANDING.
      *> Any standing row whose suspension names the registering term
      *> as the term that follows it keeps the student out. A
      *> suspension saved before the calendar had a following term
      *> carries no next term, so it keeps the student out of every
      *> later term until a later standing row lifts it. The
      *> registering term's start date is kept here, before the
      *> calendar record is reused to date each standing row and,
      *> in the prerequisite check, any in-progress course.
              MOVE TCAL-START-DATE TO WS-REG-TERM-START
              MOVE ZERO TO WS-LATEST-STANDING-START
              SET WS-SUSPENSION-LIFTED TO TRUE
              MOVE WS-IN-STUDENT-ID TO WS-STANDING-BROWSE-ID
              MOVE LOW-VALUES TO WS-STANDING-BROWSE-TERM
              SET WS-STANDING-BROWSE-NOT-DONE TO TRUE
              EXEC CICS STARTBR
                     DATASET('STANDING')
                     RIDFLD(WS-STANDING-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            PERFORM 1018-NEXT-STANDING
                                   UNTIL WS-STANDING-BROWSE-DONE
                            EXEC CICS ENDBR
                                   DATASET('STANDING')
                                   RESP(WS-RESP)
                            END-EXEC
                     WHEN WS-RESP = DFHRESP(NOTFND)
                            CONTINUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'STANDING FILE READ ERROR' TO
                                   WS-MESSAGE-AREA
              END-EVALUATE
              IF WS-SUSPENSION-OPEN AND WS-REGISTER-ALLOWED
                     SET WS-REGISTER-REFUSED TO TRUE
                     MOVE 'REGISTER REFUSED - ACADEMIC SUSPENSION'
                            TO WS-MESSAGE-AREA
              END-IF.

       1018-NEXT-STANDING.
              EXEC CICS READNEXT
                     DATASET('STANDING')
                     INTO(STANDING-FILE)
                     RIDFLD(WS-STANDING-BROWSE-KEY)
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            IF STND-STUDENT-ID = WS-IN-STUDENT-ID
                                   PERFORM 1016-APPLY-STANDING-ROW
                            ELSE
                                   SET WS-STANDING-BROWSE-DONE TO TRUE
                            END-IF
                     WHEN WS-RESP = DFHRESP(ENDFILE)
                            SET WS-STANDING-BROWSE-DONE TO TRUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'STANDING FILE READ ERROR' TO
                                   WS-MESSAGE-AREA
                            SET WS-STANDING-BROWSE-DONE TO TRUE
              END-EVALUATE.

       1016-APPLY-STANDING-ROW.
              IF STND-SUSPENDED AND
                     STND-NEXT-TERM-CODE = WS-IN-TERM-CODE
                     SET WS-REGISTER-REFUSED TO TRUE
                     MOVE 'REGISTER REFUSED - ACADEMIC SUSPENSION'
                            TO WS-MESSAGE-AREA
                     SET WS-STANDING-BROWSE-DONE TO TRUE
              ELSE
                     PERFORM 1017-DATE-STANDING-ROW
              END-IF.

       1017-DATE-STANDING-ROW.
      *> Term codes do not sort in calendar order, so each row is
      *> dated from TERMCAL; only the latest row before the
      *> registering term decides whether a suspension still stands.
              MOVE STND-TERM-CODE TO TCAL-TERM-CODE
              EXEC CICS READ
                     DATASET('TERMCAL')
                     INTO(TERM-CALENDAR-FILE)
                     RIDFLD(TCAL-TERM-CODE)
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            IF TCAL-START-DATE < WS-REG-TERM-START AND
                                   TCAL-START-DATE >
                                   WS-LATEST-STANDING-START
                                   MOVE TCAL-START-DATE TO
                                          WS-LATEST-STANDING-START
                                   SET WS-SUSPENSION-LIFTED TO TRUE
                                   IF STND-SUSPENDED AND
                                          STND-NEXT-TERM-CODE = SPACES
                                          SET WS-SUSPENSION-OPEN TO TRUE
                                   END-IF
                            END-IF
                     WHEN WS-RESP = DFHRESP(NOTFND)
                            CONTINUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'TERM CALENDAR READ ERROR' TO
                                   WS-MESSAGE-AREA
                            SET WS-STANDING-BROWSE-DONE TO TRUE
              END-EVALUATE.

       1020-CHECK-PREREQUISITES.
      *> WS-REG-TERM-START was set by the academic standing check,
      *> which always runs first.
              MOVE WS-IN-COURSE-CODE TO WS-PREREQ-BROWSE-COURSE
              MOVE LOW-VALUES TO WS-PREREQ-BROWSE-REQUIRED
              SET WS-PREREQ-BROWSE-NOT-DONE TO TRUE
              EXEC CICS STARTBR
                     DATASET('PREREQ')
                     RIDFLD(WS-PREREQ-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            PERFORM 1025-NEXT-PREREQUISITE
                                   UNTIL WS-PREREQ-BROWSE-DONE
                            EXEC CICS ENDBR
                                   DATASET('PREREQ')
                                   RESP(WS-RESP)
                            END-EXEC
                     WHEN WS-RESP = DFHRESP(NOTFND)
                            CONTINUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'PREREQUISITE FILE READ ERROR' TO
                                   WS-MESSAGE-AREA
              END-EVALUATE.

       1025-NEXT-PREREQUISITE.
              EXEC CICS READNEXT
                     DATASET('PREREQ')
                     INTO(PREREQUISITE-FILE)
                     RIDFLD(WS-PREREQ-BROWSE-KEY)
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            IF PREQ-COURSE-CODE = WS-IN-COURSE-CODE
                                   PERFORM 1028-APPLY-PREREQUISITE
                            ELSE
                                   SET WS-PREREQ-BROWSE-DONE TO TRUE
                            END-IF
                     WHEN WS-RESP = DFHRESP(ENDFILE)
                            SET WS-PREREQ-BROWSE-DONE TO TRUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'PREREQUISITE FILE READ ERROR' TO
                                   WS-MESSAGE-AREA
                            SET WS-PREREQ-BROWSE-DONE TO TRUE
              END-EVALUATE.

       1028-APPLY-PREREQUISITE.
              PERFORM 1030-CHECK-ONE-PREREQUISITE
              IF WS-PREREQ-NOT-MET
                     SET WS-REGISTER-REFUSED TO TRUE
                     MOVE SPACES TO WS-MESSAGE-AREA
                     STRING 'REGISTER REFUSED - PREREQUISITE '
                            DELIMITED BY SIZE
                            PREQ-REQUIRED-COURSE
                            DELIMITED BY SIZE
                            ' AT ' DELIMITED BY SIZE
                            WS-POINTS-GRADE DELIMITED BY SPACE
                            ' OR BETTER NOT MET'
                            DELIMITED BY SIZE
                            INTO WS-MESSAGE-AREA
                     END-STRING
                     SET WS-PREREQ-BROWSE-DONE TO TRUE
              END-IF.

       1030-CHECK-ONE-PREREQUISITE.
      *> Every ENROLL row the student holds in the required course
      *> is a candidate; the first one that satisfies ends the look.
              SET WS-PREREQ-NOT-MET TO TRUE
              IF PREQ-MIN-GRADE = SPACES
                     MOVE 'D-' TO PREQ-MIN-GRADE
              END-IF
              MOVE PREQ-MIN-GRADE TO WS-POINTS-GRADE
              PERFORM 1045-GRADE-TO-POINTS
              MOVE WS-GRADE-POINTS TO WS-MIN-GRADE-POINTS
              MOVE WS-IN-STUDENT-ID TO WS-PRIOR-STUDENT-ID
              MOVE PREQ-REQUIRED-COURSE TO WS-PRIOR-COURSE-CODE
              MOVE LOW-VALUES TO WS-PRIOR-TERM-CODE
              SET WS-PRIOR-BROWSE-NOT-DONE TO TRUE
              EXEC CICS STARTBR
                     DATASET('ENROLL')
                     RIDFLD(WS-PRIOR-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                     PERFORM 1035-NEXT-PRIOR-ENROLLMENT
                            UNTIL WS-PRIOR-BROWSE-DONE
                     EXEC CICS ENDBR
                            DATASET('ENROLL')
                            RESP(WS-RESP)
                     END-EXEC
              END-IF
      *> Leave the minimum in hand for the refusal message.
              MOVE PREQ-MIN-GRADE TO WS-POINTS-GRADE.

       1035-NEXT-PRIOR-ENROLLMENT.
              EXEC CICS READNEXT
                     DATASET('ENROLL')
                     INTO(ENROLLMENT-FILE)
                     RIDFLD(WS-PRIOR-BROWSE-KEY)
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                     ENROLL-STUDENT-ID = WS-IN-STUDENT-ID AND
                     ENROLL-COURSE-CODE = PREQ-REQUIRED-COURSE
                     IF ENROLL-ACTIVE AND
                            ENROLL-TERM-CODE NOT = WS-IN-TERM-CODE
                            IF ENROLL-UNGRADED
                                   PERFORM 1040-CHECK-IN-PROGRESS
                            ELSE
                                   MOVE ENROLL-GRADE TO
                                          WS-POINTS-GRADE
                                   PERFORM 1045-GRADE-TO-POINTS
                                   IF WS-GRADABLE AND
                                          WS-GRADE-POINTS >=
                                          WS-MIN-GRADE-POINTS
                                          SET WS-PREREQ-MET TO TRUE
                                   END-IF
                            END-IF
                     END-IF
                     IF WS-PREREQ-MET
                            SET WS-PRIOR-BROWSE-DONE TO TRUE
                     END-IF
              ELSE
                     SET WS-PRIOR-BROWSE-DONE TO TRUE
              END-IF.

       1040-CHECK-IN-PROGRESS.
      *> An ungraded course counts only while it is still running in
      *> a term that starts before the one being registered for; the
      *> PRQEXCP term-start report catches the ones that later fail.
              MOVE ENROLL-TERM-CODE TO TCAL-TERM-CODE
              EXEC CICS READ
                     DATASET('TERMCAL')
                     INTO(TERM-CALENDAR-FILE)
                     RIDFLD(TCAL-TERM-CODE)
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                     TCAL-START-DATE < WS-REG-TERM-START
                     SET WS-PREREQ-MET TO TRUE
              END-IF.

       1045-GRADE-TO-POINTS.
      *> The TRNSCRPT scale, so "C or better" means the same thing
      *> here as on the transcript.
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

       1070-CHECK-TIME-CONFLICT.
      *> A course with no section row for the term has no meeting
      *> pattern yet, so there is nothing for it to clash with. The
      *> registering pattern is kept aside because the section record
      *> is reused for each of the student's other courses.
              MOVE WS-IN-COURSE-CODE TO SECT-COURSE-CODE
              MOVE WS-IN-TERM-CODE TO SECT-TERM-CODE
              EXEC CICS READ
                     DATASET('SECTION')
                     INTO(CLASS-SECTION-FILE)
                     RIDFLD(SECT-KEY)
                     RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                     WHEN WS-RESP = DFHRESP(NORMAL)
                            MOVE SECT-MEETING-DAYS TO
                                   WS-REG-MEETING-DAYS
                            MOVE SECT-START-TIME TO WS-REG-START-TIME
                            MOVE SECT-END-TIME TO WS-REG-END-TIME
                            PERFORM 1072-BROWSE-TERM-ENROLLMENTS
                     WHEN WS-RESP = DFHRESP(NOTFND)
                            CONTINUE
                     WHEN OTHER
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE 'CLASS SECTION READ ERROR' TO
                                   WS-MESSAGE-AREA
              END-EVALUATE.

       1072-BROWSE-TERM-ENROLLMENTS.
              MOVE WS-IN-STUDENT-ID TO WS-CONFLICT-STUDENT-ID
              MOVE LOW-VALUES TO WS-CONFLICT-COURSE-CODE
              MOVE LOW-VALUES TO WS-CONFLICT-TERM-CODE
              SET WS-CONFLICT-BROWSE-NOT-DONE TO TRUE
              EXEC CICS STARTBR
                     DATASET('ENROLL')
                     RIDFLD(WS-CONFLICT-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                     PERFORM 1074-NEXT-TERM-ENROLLMENT
                            UNTIL WS-CONFLICT-BROWSE-DONE
                     EXEC CICS ENDBR
                            DATASET('ENROLL')
                            RESP(WS-RESP)
                     END-EXEC
              END-IF.

       1074-NEXT-TERM-ENROLLMENT.
              EXEC CICS READNEXT
                     DATASET('ENROLL')
                     INTO(ENROLLMENT-FILE)
                     RIDFLD(WS-CONFLICT-BROWSE-KEY)
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                     ENROLL-STUDENT-ID = WS-IN-STUDENT-ID
                     IF ENROLL-ACTIVE AND
                            ENROLL-TERM-CODE = WS-IN-TERM-CODE AND
                            ENROLL-COURSE-CODE NOT = WS-IN-COURSE-CODE
                            PERFORM 1076-COMPARE-MEETINGS
                     END-IF
                     IF WS-REGISTER-REFUSED
                            SET WS-CONFLICT-BROWSE-DONE TO TRUE
                     END-IF
              ELSE
                     SET WS-CONFLICT-BROWSE-DONE TO TRUE
              END-IF.

       1076-COMPARE-MEETINGS.
      *> Two meetings clash when they share a day and each starts
      *> before the other ends.
              MOVE ENROLL-COURSE-CODE TO SECT-COURSE-CODE
              MOVE ENROLL-TERM-CODE TO SECT-TERM-CODE
              EXEC CICS READ
                     DATASET('SECTION')
                     INTO(CLASS-SECTION-FILE)
                     RIDFLD(SECT-KEY)
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                     SECT-START-TIME < WS-REG-END-TIME AND
                     WS-REG-START-TIME < SECT-END-TIME
                     SET WS-NO-SHARED-DAY TO TRUE
                     PERFORM 1078-CHECK-SHARED-DAY
                            VARYING WS-DAY-SUB FROM 1 BY 1
                            UNTIL WS-DAY-SUB > 7
                     IF WS-SHARED-DAY
                            SET WS-REGISTER-REFUSED TO TRUE
                            MOVE SPACES TO WS-MESSAGE-AREA
                            STRING
                                   'REGISTER REFUSED - MEETS AT SAME '
                                   DELIMITED BY SIZE
                                   'TIME AS ' DELIMITED BY SIZE
                                   ENROLL-COURSE-CODE
                                   DELIMITED BY SIZE
                                   INTO WS-MESSAGE-AREA
                            END-STRING
                     END-IF
              END-IF.

       1078-CHECK-SHARED-DAY.
              IF SECT-MEETING-DAY(WS-DAY-SUB) NOT = SPACE AND
                     SECT-MEETING-DAY(WS-DAY-SUB) =
                     WS-REG-MEETING-DAY(WS-DAY-SUB)
                     SET WS-SHARED-DAY TO TRUE
              END-IF.

       0960-EDIT-TERM-CODE.
      *> The calendar is what makes a TERM-CODE real: '2099XX' has
      *> nowhere to hide once every maintenance path reads TERMCAL.
