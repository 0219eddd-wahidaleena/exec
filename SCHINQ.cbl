      *> the last course and term shown, and keying the student id
      *> followed by that course and term brings up the next screen,
      *> so a student with twenty enrollments is browsable screen by
      *> screen. Each course also shows the days, times, and room
      *> SECMAINT holds on the SECTION file for it in that term,
      *> left blank when no meeting pattern has been set up yet.
      *> Inquiry only: never writes, rewrites, or deletes.
      *> The signed-on user's OPERAUTH row must grant the inquiry
      *> right; a refusal is told to the terminal and queued to SECQ
      *> for the nightly SECRPT report.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              COPY ENRLREC.
              COPY CRSEREC.
              COPY SECTREC.
              COPY OPERREC.
              COPY SECVREC.
              01 WS-RESP PIC S9(8) COMP.
              01 WS-ABSTIME PIC S9(15) COMP-3.
              01 SECV-RECORD-LENGTH PIC S9(4) COMP
                     VALUE LENGTH OF SECURITY-VIOLATION-RECORD.
              01 WS-AUTHORITY-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-AUTHORIZED VALUE 'Y'.
                     88 WS-NOT-AUTHORIZED VALUE 'N'.
              01 WS-TRAN-INPUT.
                     05 WS-IN-STUDENT-ID PIC 9(5).
      *> Blank on a first request; on a paging request these carry
              01 WS-RESULT-LENGTH PIC S9(4) COMP VALUE 948.
              01 WS-HEADER-LINE.
                     05 FILLER PIC X(6) VALUE 'CRSE'.
                     05 FILLER PIC X(25) VALUE 'COURSE TITLE'.
                     05 FILLER PIC X(8) VALUE 'TERM'.
                     05 FILLER PIC X(9) VALUE 'STATUS'.
                     05 FILLER PIC X(5) VALUE 'GRADE'.
                     05 FILLER PIC X(8) VALUE 'DAYS'.
                     05 FILLER PIC X(10) VALUE 'TIME'.
                     05 FILLER PIC X(8) VALUE 'ROOM'.
              01 WS-HIT-LINE.
                     05 WS-HIT-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-HIT-COURSE-TITLE PIC X(23).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-HIT-TERM-CODE PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-HIT-STATUS PIC X(7).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-HIT-GRADE PIC X(2).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-HIT-MEETING-DAYS PIC X(7).
                     05 FILLER PIC X(1) VALUE SPACES.
                     05 WS-HIT-MEETING-TIMES.
                            10 WS-HIT-START-TIME PIC 9(4).
                            10 WS-HIT-TIME-DASH PIC X(1).
                            10 WS-HIT-END-TIME PIC 9(4).
                     05 FILLER PIC X(1) VALUE SPACES.
                     05 WS-HIT-ROOM PIC X(8).
              01 WS-MORE-LINE.
                     05 FILLER PIC X(13) VALUE 'MORE - ENTER '.
                     05 WS-MOR-STUDENT-ID PIC 9(5).
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) OR
                     WS-RESP = DFHRESP(LENGERR)
                     PERFORM 0800-CHECK-AUTHORITY
                     EVALUATE TRUE
                            WHEN WS-NOT-AUTHORIZED
                                   PERFORM 9100-SEND-MESSAGE
                            WHEN WS-IN-STUDENT-ID NOT NUMERIC
                                   MOVE 'ENTER A NUMERIC STUDENT-ID'
                                          TO WS-MESSAGE-AREA
                                   PERFORM 9100-SEND-MESSAGE
                            WHEN OTHER
                                   PERFORM 1000-BROWSE-SCHEDULE
                     END-EVALUATE
              ELSE
                     MOVE 'INVALID INPUT - RECEIVE FAILED' TO
                            WS-MESSAGE-AREA
              END-IF
              EXEC CICS RETURN END-EXEC.

       0800-CHECK-AUTHORITY.
              SET WS-AUTHORIZED TO TRUE
              SET SECV-RIGHT-INQUIRY TO TRUE
              PERFORM 0810-READ-AUTHORITY
              IF WS-AUTHORIZED AND NOT OPER-CAN-INQUIRE
                     SET WS-NOT-AUTHORIZED TO TRUE
                     SET SECV-RIGHT-NOT-GRANTED TO TRUE
                     MOVE 'NOT AUTHORIZED - NO INQUIRY RIGHT' TO
                            WS-MESSAGE-AREA
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
      *> record, so a SECQ failure does not change the message.
              MOVE SPACE TO SECV-FUNCTION-CODE
              MOVE WS-TRAN-INPUT TO SECV-REQUEST-DATA
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

       1000-BROWSE-SCHEDULE.
              MOVE SPACES TO WS-RESULT-AREA
              MOVE WS-HEADER-LINE TO WS-RESULT-LINE(1)
                                          WS-HIT-STATUS
                     END-EVALUATE
                     MOVE ENROLL-GRADE TO WS-HIT-GRADE
                     PERFORM 1350-LOOKUP-SECTION
                     MOVE WS-HIT-LINE TO
                            WS-RESULT-LINE(WS-HIT-COUNT)
                     MOVE ENROLL-COURSE-CODE TO WS-MOR-COURSE-CODE
                     MOVE ENROLL-COURSE-CODE TO WS-HIT-COURSE-TITLE
              END-IF.

       1350-LOOKUP-SECTION.
              MOVE ENROLL-COURSE-CODE TO SECT-COURSE-CODE
              MOVE ENROLL-TERM-CODE TO SECT-TERM-CODE
              EXEC CICS READ
                     DATASET('SECTION')
                     INTO(CLASS-SECTION-FILE)
                     RIDFLD(SECT-KEY)
                     RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                     MOVE SECT-MEETING-DAYS TO WS-HIT-MEETING-DAYS
                     MOVE SECT-START-TIME TO WS-HIT-START-TIME
                     MOVE '-' TO WS-HIT-TIME-DASH
                     MOVE SECT-END-TIME TO WS-HIT-END-TIME
                     MOVE SECT-ROOM TO WS-HIT-ROOM
              ELSE
                     MOVE SPACES TO WS-HIT-MEETING-DAYS
                     MOVE SPACES TO WS-HIT-MEETING-TIMES
                     MOVE SPACES TO WS-HIT-ROOM
              END-IF.

       9000-SEND-RESULTS.
              IF WS-SHOWN-COUNT = ZERO AND NOT WS-MORE-RECORDS
                     MOVE 'NO ENROLLMENTS FOR THAT STUDENT' TO
