        IDENTIFICATION DIVISION.
              PROGRAM-ID. OPRMAINT.
      *> Batch maintenance for the operator authority file
      *> OPERAUTH.KSDS that STUMAINT, ENRMAINT, STUINQ, SCHINQ, and
      *> AUDINQ check before they act. Reads a transaction file of
      *> A/C/D records (function code, CICS user id, user name, and
      *> the five Y/N rights: inquiry, add/change, delete,
      *> register/drop, override), applies each one, and lists every
      *> transaction as APPLIED or REJECTED with a reason on the
      *> authority maintenance report. A change replaces all five
      *> rights, so every right is keyed on every add and change. A
      *> rejected transaction never stops the run. Every applied
      *> transaction appends an AUDIT-RECORD with full before/after
      *> authority images to the AUDQ dataset, the way CRSMAINT does
      *> for the catalog, so a grant can always be traced to the run
      *> that made it.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT OPERATOR-TRAN ASSIGN TO 'OPRTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERATOR-TRAN-STATUS.
              SELECT OPERATOR-AUTHORITY ASSIGN TO 'OPERAUTH.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPER-USER-ID
              FILE STATUS IS WS-OPERATOR-AUTHORITY-STATUS.
              SELECT AUDIT-QUEUE ASSIGN TO 'AUDQ.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-QUEUE-STATUS.
              SELECT APPLY-REPORT ASSIGN TO 'OPRAPPLY.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD OPERATOR-TRAN.
              01 OPERATOR-TRAN-RECORD.
                     05 OTR-FUNCTION-CODE PIC X(1).
                            88 OTR-FUNCTION-ADD VALUE 'A'.
                            88 OTR-FUNCTION-CHANGE VALUE 'C'.
                            88 OTR-FUNCTION-DELETE VALUE 'D'.
                     05 OTR-USER-ID PIC X(8).
                     05 OTR-USER-NAME PIC X(25).
                     05 OTR-INQUIRY-RIGHT PIC X(1).
                            88 OTR-INQUIRY-VALID VALUES 'Y' 'N'.
                     05 OTR-UPDATE-RIGHT PIC X(1).
                            88 OTR-UPDATE-VALID VALUES 'Y' 'N'.
                     05 OTR-DELETE-RIGHT PIC X(1).
                            88 OTR-DELETE-VALID VALUES 'Y' 'N'.
                     05 OTR-REGISTER-RIGHT PIC X(1).
                            88 OTR-REGISTER-VALID VALUES 'Y' 'N'.
                     05 OTR-OVERRIDE-RIGHT PIC X(1).
                            88 OTR-OVERRIDE-VALID VALUES 'Y' 'N'.
              FD OPERATOR-AUTHORITY.
              COPY OPERREC.
              FD AUDIT-QUEUE.
              COPY AUDITREC.
              FD APPLY-REPORT.
              01 APL-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-OPERATOR-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-OPERATOR-TRAN-OK VALUE '00'.
                     88 WS-OPERATOR-TRAN-EOF VALUE '10'.
              01 WS-OPERATOR-AUTHORITY-STATUS PIC X(2) VALUE '00'.
                     88 WS-OPERATOR-AUTHORITY-OK VALUE '00'.
                     88 WS-OPERATOR-AUTHORITY-NOT-FOUND VALUE '35'.
                     88 WS-OPERATOR-AUTHORITY-DUPLICATE VALUE '22'.
                     88 WS-OPERATOR-AUTHORITY-MISSING VALUE '23'.
              01 WS-AUDIT-QUEUE-STATUS PIC X(2) VALUE '00'.
                     88 WS-AUDIT-QUEUE-OK VALUE '00'.
                     88 WS-AUDIT-QUEUE-NOT-FOUND VALUE '35'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-TRAN-COUNT PIC 9(7) VALUE ZERO.
              01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-AUDIT-ERROR-COUNT PIC 9(7) VALUE ZERO.
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              01 WS-RUN-TIME.
                     05 WS-RUN-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
              01 WS-HEADING-LINE.
                     05 FILLER PIC X(5) VALUE 'FUNC'.
                     05 FILLER PIC X(10) VALUE 'USER'.
                     05 FILLER PIC X(27) VALUE 'USER NAME'.
                     05 FILLER PIC X(4) VALUE 'INQ'.
                     05 FILLER PIC X(4) VALUE 'UPD'.
                     05 FILLER PIC X(4) VALUE 'DEL'.
                     05 FILLER PIC X(4) VALUE 'REG'.
                     05 FILLER PIC X(4) VALUE 'OVR'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-FUNCTION PIC X(1).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-USER-ID PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-USER-NAME PIC X(25).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-INQUIRY PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-UPDATE PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-DELETE PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-REGISTER PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-OVERRIDE PIC X(1).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DISPOSITION PIC X(12).
                     05 WS-DTL-REASON PIC X(30).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(20) VALUE 'TRANSACTIONS READ:  '.
                     05 WS-TRL-READ PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(20) VALUE 'APPLIED:            '.
                     05 WS-TRL-APPLIED PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(20) VALUE 'REJECTED:           '.
                     05 WS-TRL-REJECTED PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM UNTIL WS-EOF-YES
                     READ OPERATOR-TRAN
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 2000-APPLY-TRANSACTION
                     END-READ
              END-PERFORM
              PERFORM 9000-TERMINATE
              IF WS-AUDIT-ERROR-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT OPERATOR-TRAN
              IF NOT WS-OPERATOR-TRAN-OK
                     DISPLAY 'OPRMAINT: ERROR OPENING OPERATOR '
                            'TRANSACTIONS, FILE STATUS = '
                            WS-OPERATOR-TRAN-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O OPERATOR-AUTHORITY
              IF WS-OPERATOR-AUTHORITY-NOT-FOUND
      *> First-ever load: create the file, then come back to I-O so
      *> the change and delete paths can READ it.
                     OPEN OUTPUT OPERATOR-AUTHORITY
                     IF WS-OPERATOR-AUTHORITY-OK
                            CLOSE OPERATOR-AUTHORITY
                            OPEN I-O OPERATOR-AUTHORITY
                     END-IF
              END-IF
              IF NOT WS-OPERATOR-AUTHORITY-OK
                     DISPLAY 'OPRMAINT: ERROR OPENING OPERATOR '
                            'AUTHORITY, FILE STATUS = '
                            WS-OPERATOR-AUTHORITY-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN EXTEND AUDIT-QUEUE
              IF WS-AUDIT-QUEUE-NOT-FOUND
                     OPEN OUTPUT AUDIT-QUEUE
              END-IF
              IF NOT WS-AUDIT-QUEUE-OK
                     DISPLAY 'OPRMAINT: ERROR OPENING AUDIT QUEUE, '
                            'FILE STATUS = ' WS-AUDIT-QUEUE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT APPLY-REPORT
              WRITE APL-LINE FROM WS-HEADING-LINE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUN-TIME FROM TIME.

       2000-APPLY-TRANSACTION.
              ADD 1 TO WS-TRAN-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              EVALUATE TRUE
                     WHEN OTR-FUNCTION-ADD
                            PERFORM 2100-ADD-OPERATOR
                     WHEN OTR-FUNCTION-CHANGE
                            PERFORM 2200-CHANGE-OPERATOR
                     WHEN OTR-FUNCTION-DELETE
                            PERFORM 2300-DELETE-OPERATOR
                     WHEN OTHER
                            MOVE 'INVALID FUNCTION CODE' TO
                                   WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                     ADD 1 TO WS-APPLIED-COUNT
                     PERFORM 3000-WRITE-APPLIED-LINE
              ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     PERFORM 3100-WRITE-REJECTED-LINE
              END-IF.

       2100-ADD-OPERATOR.
              PERFORM 2400-EDIT-TRANSACTION
              IF WS-REJECT-REASON = SPACES
                     MOVE OTR-USER-ID TO OPER-USER-ID
                     PERFORM 2500-MOVE-TRAN-TO-AUTHORITY
                     WRITE OPERATOR-AUTHORITY-FILE
                     EVALUATE TRUE
                            WHEN WS-OPERATOR-AUTHORITY-OK
                                   MOVE SPACES TO
                                          AUDIT-BEFORE-RECORD
                                   MOVE OPERATOR-AUTHORITY-FILE TO
                                          AUDIT-AFTER-RECORD
                                   PERFORM 2600-WRITE-AUDIT-ADD
                            WHEN WS-OPERATOR-AUTHORITY-DUPLICATE
                                   MOVE 'USER ALREADY ON FILE' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'AUTHORITY FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2200-CHANGE-OPERATOR.
              PERFORM 2400-EDIT-TRANSACTION
              IF WS-REJECT-REASON = SPACES
                     MOVE OTR-USER-ID TO OPER-USER-ID
                     READ OPERATOR-AUTHORITY
                     EVALUATE TRUE
                            WHEN WS-OPERATOR-AUTHORITY-OK
                                   MOVE OPERATOR-AUTHORITY-FILE TO
                                          AUDIT-BEFORE-RECORD
                                   PERFORM 2500-MOVE-TRAN-TO-AUTHORITY
                                   REWRITE OPERATOR-AUTHORITY-FILE
                                   IF WS-OPERATOR-AUTHORITY-OK
                                          MOVE OPERATOR-AUTHORITY-FILE
                                                 TO AUDIT-AFTER-RECORD
                                          PERFORM
                                                 2700-WRITE-AUDIT-CHG
                                   ELSE
                                          MOVE 'AUTHORITY FILE ERROR'
                                                 TO WS-REJECT-REASON
                                   END-IF
                            WHEN WS-OPERATOR-AUTHORITY-MISSING
                                   MOVE 'USER NOT ON FILE' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'AUTHORITY FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2300-DELETE-OPERATOR.
              MOVE OTR-USER-ID TO OPER-USER-ID
              READ OPERATOR-AUTHORITY
              EVALUATE TRUE
                     WHEN WS-OPERATOR-AUTHORITY-OK
                            MOVE OPERATOR-AUTHORITY-FILE TO
                                   AUDIT-BEFORE-RECORD
                            DELETE OPERATOR-AUTHORITY
                            IF WS-OPERATOR-AUTHORITY-OK
                                   MOVE SPACES TO AUDIT-AFTER-RECORD
                                   PERFORM 2800-WRITE-AUDIT-DEL
                            ELSE
                                   MOVE 'AUTHORITY FILE ERROR' TO
                                          WS-REJECT-REASON
                            END-IF
                     WHEN WS-OPERATOR-AUTHORITY-MISSING
                            MOVE 'USER NOT ON FILE' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            MOVE 'AUTHORITY FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2400-EDIT-TRANSACTION.
              EVALUATE TRUE
                     WHEN OTR-USER-ID = SPACES
                            MOVE 'USER ID MISSING' TO WS-REJECT-REASON
                     WHEN OTR-USER-NAME = SPACES
                            MOVE 'USER NAME MISSING' TO
                                   WS-REJECT-REASON
                     WHEN NOT OTR-INQUIRY-VALID OR
                            NOT OTR-UPDATE-VALID OR
                            NOT OTR-DELETE-VALID OR
                            NOT OTR-REGISTER-VALID OR
                            NOT OTR-OVERRIDE-VALID
                            MOVE 'EVERY RIGHT MUST BE Y OR N' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2500-MOVE-TRAN-TO-AUTHORITY.
              MOVE OTR-USER-NAME TO OPER-USER-NAME
              MOVE OTR-INQUIRY-RIGHT TO OPER-INQUIRY-RIGHT
              MOVE OTR-UPDATE-RIGHT TO OPER-UPDATE-RIGHT
              MOVE OTR-DELETE-RIGHT TO OPER-DELETE-RIGHT
              MOVE OTR-REGISTER-RIGHT TO OPER-REGISTER-RIGHT
              MOVE OTR-OVERRIDE-RIGHT TO OPER-OVERRIDE-RIGHT
              MOVE WS-RUN-DATE TO OPER-LAST-CHANGED-DATE.

       2600-WRITE-AUDIT-ADD.
              SET AUDIT-OP-ADD TO TRUE
              PERFORM 2900-WRITE-AUDIT-QUEUE.

       2700-WRITE-AUDIT-CHG.
              SET AUDIT-OP-CHANGE TO TRUE
              PERFORM 2900-WRITE-AUDIT-QUEUE.

       2800-WRITE-AUDIT-DEL.
              SET AUDIT-OP-DELETE TO TRUE
              PERFORM 2900-WRITE-AUDIT-QUEUE.

       2900-WRITE-AUDIT-QUEUE.
      *> Authority traffic concerns no one student, so the subject
      *> id and the id/name image fields stay zero and spaces; the
      *> full authority record rides in the before/after record
      *> areas.
              SET AUDIT-FILE-OPERAUTH TO TRUE
              MOVE ZERO TO AUDIT-STUDENT-ID
              MOVE SPACE TO AUDIT-OVERRIDE-CODE
              MOVE ZERO TO AUDIT-BEFORE-STUDENT-ID
              MOVE SPACES TO AUDIT-BEFORE-NAME
              MOVE ZERO TO AUDIT-AFTER-STUDENT-ID
              MOVE SPACES TO AUDIT-AFTER-NAME
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-DATE TO AUDIT-DATE
              MOVE WS-RUN-TIME-HHMMSS TO AUDIT-TIME
              MOVE 'OPRMAINT' TO AUDIT-USER-ID
              MOVE 'OPRMAINT' TO AUDIT-JOB-NAME
              WRITE AUDIT-RECORD
              IF NOT WS-AUDIT-QUEUE-OK
                     ADD 1 TO WS-AUDIT-ERROR-COUNT
                     DISPLAY 'OPRMAINT: AUDIT WRITE FAILED, FILE '
                            'STATUS = ' WS-AUDIT-QUEUE-STATUS
              END-IF.

       3000-WRITE-APPLIED-LINE.
              PERFORM 3200-MOVE-TRAN-FIELDS
              MOVE 'APPLIED' TO WS-DTL-DISPOSITION
              MOVE SPACES TO WS-DTL-REASON
              WRITE APL-LINE FROM WS-DETAIL-LINE.

       3100-WRITE-REJECTED-LINE.
              PERFORM 3200-MOVE-TRAN-FIELDS
              MOVE 'REJECTED' TO WS-DTL-DISPOSITION
              MOVE WS-REJECT-REASON TO WS-DTL-REASON
              WRITE APL-LINE FROM WS-DETAIL-LINE.

       3200-MOVE-TRAN-FIELDS.
              MOVE OTR-FUNCTION-CODE TO WS-DTL-FUNCTION
              MOVE OTR-USER-ID TO WS-DTL-USER-ID
              MOVE OTR-USER-NAME TO WS-DTL-USER-NAME
              MOVE OTR-INQUIRY-RIGHT TO WS-DTL-INQUIRY
              MOVE OTR-UPDATE-RIGHT TO WS-DTL-UPDATE
              MOVE OTR-DELETE-RIGHT TO WS-DTL-DELETE
              MOVE OTR-REGISTER-RIGHT TO WS-DTL-REGISTER
              MOVE OTR-OVERRIDE-RIGHT TO WS-DTL-OVERRIDE.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-TRAN-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'OPRMAINT' TO RUNC-JOB-NAME
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
                     DISPLAY 'OPRMAINT: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              MOVE WS-TRAN-COUNT TO WS-TRL-READ
              MOVE WS-APPLIED-COUNT TO WS-TRL-APPLIED
              MOVE WS-REJECTED-COUNT TO WS-TRL-REJECTED
              WRITE APL-LINE FROM WS-TRAILER-LINE-1
                     AFTER ADVANCING 2
              WRITE APL-LINE FROM WS-TRAILER-LINE-2
                     AFTER ADVANCING 1
              WRITE APL-LINE FROM WS-TRAILER-LINE-3
                     AFTER ADVANCING 1
              CLOSE OPERATOR-TRAN
              CLOSE OPERATOR-AUTHORITY
              CLOSE AUDIT-QUEUE
              CLOSE APPLY-REPORT
              DISPLAY 'OPRMAINT TRANSACTIONS READ: ' WS-TRAN-COUNT
              DISPLAY 'OPRMAINT APPLIED:           ' WS-APPLIED-COUNT
              DISPLAY 'OPRMAINT REJECTED:          ' WS-REJECTED-COUNT.
