      *> writes, rewrites, or deletes. Modeled on STUINQ's map-less
      *> style - the student id arrives unformatted via EXEC CICS
      *> RECEIVE and the hit list goes back with SEND.
      *> The signed-on user's OPERAUTH row must grant the inquiry
      *> right; a refusal is told to the terminal and queued to SECQ
      *> for the nightly SECRPT report.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              COPY AUDHREC.
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
              01 WS-TRAN-INPUT-LENGTH PIC S9(4) COMP VALUE 5.
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
                                   PERFORM 1000-BROWSE-BY-STUDENT
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
              MOVE WS-IN-STUDENT-ID TO SECV-REQUEST-DATA
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

       1000-BROWSE-BY-STUDENT.
              MOVE SPACES TO WS-RESULT-AREA
              MOVE WS-HEADER-LINE TO WS-RESULT-LINE(1)
