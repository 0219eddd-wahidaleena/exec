      *> STUDENT-FILE is CICS-managed (FCT entry 'STUDENT'); there is
      *> no SELECT/FD for it here — access is through EXEC CICS
      *> READ/WRITE/REWRITE/DELETE against this working-storage area.
      *> Before any edit runs, the signed-on user's OPERAUTH row must
      *> grant add/change for an add or change and delete for a
      *> delete; a refusal is told to the terminal and queued to
      *> SECQ as a security violation for the nightly SECRPT report.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              COPY AUDITREC.
              COPY CRSEREC.
              COPY TRMREC.
              COPY OPERREC.
              COPY SECVREC.
              01 WS-RESP PIC S9(8) COMP.
              01 WS-TRAN-INPUT.
                     05 WS-FUNCTION-CODE PIC X(1).
              01 WS-ABSTIME PIC S9(15) COMP-3.
              01 AUDIT-RECORD-LENGTH PIC S9(4) COMP
                     VALUE LENGTH OF AUDIT-RECORD.
              01 SECV-RECORD-LENGTH PIC S9(4) COMP
                     VALUE LENGTH OF SECURITY-VIOLATION-RECORD.
              01 WS-AUTHORITY-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-AUTHORIZED VALUE 'Y'.
                     88 WS-NOT-AUTHORIZED VALUE 'N'.
              01 WS-AUDIT-STEP-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-AUDIT-STEP-FAILED VALUE 'Y'.
                     88 WS-AUDIT-STEP-OK VALUE 'N'.
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) OR
                     WS-RESP = DFHRESP(LENGERR)
                     PERFORM 0800-CHECK-AUTHORITY
                     EVALUATE TRUE
                            WHEN WS-NOT-AUTHORIZED
                                   PERFORM 9100-SEND-MESSAGE
                            WHEN WS-FUNCTION-ADD
                                   PERFORM 1000-ADD-STUDENT
                            WHEN WS-FUNCTION-CHANGE
              END-IF
              EXEC CICS RETURN END-EXEC.

       0800-CHECK-AUTHORITY.
      *> An unknown function code needs no right; the dispatch
      *> rejects it as before.
              SET WS-AUTHORIZED TO TRUE
              EVALUATE TRUE
                     WHEN WS-FUNCTION-ADD OR WS-FUNCTION-CHANGE
                            SET SECV-RIGHT-UPDATE TO TRUE
                            PERFORM 0810-READ-AUTHORITY
                            IF WS-AUTHORIZED AND NOT OPER-CAN-UPDATE
                                   SET WS-NOT-AUTHORIZED TO TRUE
                                   SET SECV-RIGHT-NOT-GRANTED TO TRUE
                                   MOVE
                                'NOT AUTHORIZED - NO ADD/CHANGE RIGHT'
                                   TO WS-MESSAGE-AREA
                            END-IF
                     WHEN WS-FUNCTION-DELETE
                            SET SECV-RIGHT-DELETE TO TRUE
                            PERFORM 0810-READ-AUTHORITY
                            IF WS-AUTHORIZED AND NOT OPER-CAN-DELETE
                                   SET WS-NOT-AUTHORIZED TO TRUE
                                   SET SECV-RIGHT-NOT-GRANTED TO TRUE
                                   MOVE
                                   'NOT AUTHORIZED - NO DELETE RIGHT'
                                   TO WS-MESSAGE-AREA
                            END-IF
              END-EVALUATE
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
              MOVE WS-FUNCTION-CODE TO SECV-FUNCTION-CODE
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

       0900-EDIT-STUDENT-ID.
              SET WS-ID-VALID TO TRUE
              IF WS-IN-STUDENT-ID NOT NUMERIC
