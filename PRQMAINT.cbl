        IDENTIFICATION DIVISION.
              PROGRAM-ID. PRQMAINT.
      *> Batch maintenance for the course prerequisite table
      *> PREREQ.KSDS. Reads a transaction file of A/C/D records
      *> (function code, course code, required course code, minimum
      *> grade), applies each one to the table, and lists every
      *> transaction as APPLIED or REJECTED with a reason on the
      *> prerequisite maintenance report. Both courses must be on the
      *> catalog, a course cannot require itself, and the minimum
      *> grade must be a passing letter grade on the GRDPOST scale. A
      *> change replaces only the minimum grade; a delete needs only
      *> the two course codes. Every applied transaction appends an
      *> AUDIT-RECORD with full before/after images to the AUDQ
      *> dataset, the way CRSMAINT does for the catalog.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PREREQ-TRAN ASSIGN TO 'PRQTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PREREQ-TRAN-STATUS.
              SELECT PREREQ-TABLE ASSIGN TO 'PREREQ.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PREQ-KEY
              FILE STATUS IS WS-PREREQ-TABLE-STATUS.
              SELECT COURSE-CATALOG ASSIGN TO 'COURSE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CATALOG-COURSE-CODE
              FILE STATUS IS WS-COURSE-CATALOG-STATUS.
              SELECT AUDIT-QUEUE ASSIGN TO 'AUDQ.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-QUEUE-STATUS.
              SELECT APPLY-REPORT ASSIGN TO 'PRQAPPLY.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD PREREQ-TRAN.
              01 PREREQ-TRAN-RECORD.
                     05 QTR-FUNCTION-CODE PIC X(1).
                            88 QTR-FUNCTION-ADD VALUE 'A'.
                            88 QTR-FUNCTION-CHANGE VALUE 'C'.
                            88 QTR-FUNCTION-DELETE VALUE 'D'.
                     05 QTR-COURSE-CODE PIC X(4).
                     05 QTR-REQUIRED-COURSE PIC X(4).
                     05 QTR-MIN-GRADE PIC X(2).
                            88 QTR-PASSING-GRADE VALUES 'A ' 'A-'
                                   'B+' 'B ' 'B-' 'C+' 'C ' 'C-'
                                   'D+' 'D ' 'D-'.
              FD PREREQ-TABLE.
              COPY PREQREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
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
              01 WS-PREREQ-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-PREREQ-TRAN-OK VALUE '00'.
                     88 WS-PREREQ-TRAN-EOF VALUE '10'.
              01 WS-PREREQ-TABLE-STATUS PIC X(2) VALUE '00'.
                     88 WS-PREREQ-TABLE-OK VALUE '00'.
                     88 WS-PREREQ-TABLE-NOT-FOUND VALUE '35'.
                     88 WS-PREREQ-TABLE-DUPLICATE VALUE '22'.
                     88 WS-PREREQ-TABLE-MISSING VALUE '23'.
              01 WS-COURSE-CATALOG-STATUS PIC X(2) VALUE '00'.
                     88 WS-COURSE-CATALOG-OK VALUE '00'.
                     88 WS-COURSE-CATALOG-MISSING VALUE '23'.
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
                     05 FILLER PIC X(8) VALUE 'COURSE'.
                     05 FILLER PIC X(10) VALUE 'REQUIRES'.
                     05 FILLER PIC X(7) VALUE 'MIN'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-FUNCTION PIC X(1).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-REQUIRED-COURSE PIC X(4).
                     05 FILLER PIC X(6) VALUE SPACES.
                     05 WS-DTL-MIN-GRADE PIC X(2).
                     05 FILLER PIC X(5) VALUE SPACES.
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
                     READ PREREQ-TRAN
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
              OPEN INPUT PREREQ-TRAN
              IF NOT WS-PREREQ-TRAN-OK
                     DISPLAY 'PRQMAINT: ERROR OPENING PREREQUISITE '
                            'TRANSACTIONS, FILE STATUS = '
                            WS-PREREQ-TRAN-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O PREREQ-TABLE
              IF WS-PREREQ-TABLE-NOT-FOUND
      *> First-ever load: create the table, then come back to I-O
      *> so the change and delete paths can READ it.
                     OPEN OUTPUT PREREQ-TABLE
                     IF WS-PREREQ-TABLE-OK
                            CLOSE PREREQ-TABLE
                            OPEN I-O PREREQ-TABLE
                     END-IF
              END-IF
              IF NOT WS-PREREQ-TABLE-OK
                     DISPLAY 'PRQMAINT: ERROR OPENING PREREQUISITE '
                            'TABLE, FILE STATUS = '
                            WS-PREREQ-TABLE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-COURSE-CATALOG-OK
                     DISPLAY 'PRQMAINT: ERROR OPENING COURSE '
                            'CATALOG, FILE STATUS = '
                            WS-COURSE-CATALOG-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN EXTEND AUDIT-QUEUE
              IF WS-AUDIT-QUEUE-NOT-FOUND
                     OPEN OUTPUT AUDIT-QUEUE
              END-IF
              IF NOT WS-AUDIT-QUEUE-OK
                     DISPLAY 'PRQMAINT: ERROR OPENING AUDIT QUEUE, '
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
                     WHEN QTR-FUNCTION-ADD
                            PERFORM 2100-ADD-PREREQUISITE
                     WHEN QTR-FUNCTION-CHANGE
                            PERFORM 2200-CHANGE-PREREQUISITE
                     WHEN QTR-FUNCTION-DELETE
                            PERFORM 2300-DELETE-PREREQUISITE
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

       2100-ADD-PREREQUISITE.
              PERFORM 2400-EDIT-TRANSACTION
              IF WS-REJECT-REASON = SPACES
                     MOVE QTR-COURSE-CODE TO PREQ-COURSE-CODE
                     MOVE QTR-REQUIRED-COURSE TO PREQ-REQUIRED-COURSE
                     MOVE QTR-MIN-GRADE TO PREQ-MIN-GRADE
                     WRITE PREREQUISITE-FILE
                     EVALUATE TRUE
                            WHEN WS-PREREQ-TABLE-OK
                                   MOVE SPACES TO
                                          AUDIT-BEFORE-RECORD
                                   MOVE PREREQUISITE-FILE TO
                                          AUDIT-AFTER-RECORD
                                   PERFORM 2600-WRITE-AUDIT-ADD
                            WHEN WS-PREREQ-TABLE-DUPLICATE
                                   MOVE 'PREREQUISITE ALREADY ON FILE'
                                          TO WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'PREREQUISITE FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2200-CHANGE-PREREQUISITE.
              PERFORM 2400-EDIT-TRANSACTION
              IF WS-REJECT-REASON = SPACES
                     MOVE QTR-COURSE-CODE TO PREQ-COURSE-CODE
                     MOVE QTR-REQUIRED-COURSE TO PREQ-REQUIRED-COURSE
                     READ PREREQ-TABLE
                     EVALUATE TRUE
                            WHEN WS-PREREQ-TABLE-OK
                                   MOVE PREREQUISITE-FILE TO
                                          AUDIT-BEFORE-RECORD
                                   MOVE QTR-MIN-GRADE TO
                                          PREQ-MIN-GRADE
                                   REWRITE PREREQUISITE-FILE
                                   IF WS-PREREQ-TABLE-OK
                                          MOVE PREREQUISITE-FILE
                                                 TO AUDIT-AFTER-RECORD
                                          PERFORM
                                                 2700-WRITE-AUDIT-CHG
                                   ELSE
                                          MOVE
                                          'PREREQUISITE FILE ERROR'
                                                 TO WS-REJECT-REASON
                                   END-IF
                            WHEN WS-PREREQ-TABLE-MISSING
                                   MOVE 'PREREQUISITE NOT ON FILE' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'PREREQUISITE FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2300-DELETE-PREREQUISITE.
              MOVE QTR-COURSE-CODE TO PREQ-COURSE-CODE
              MOVE QTR-REQUIRED-COURSE TO PREQ-REQUIRED-COURSE
              READ PREREQ-TABLE
              EVALUATE TRUE
                     WHEN WS-PREREQ-TABLE-OK
                            MOVE PREREQUISITE-FILE TO
                                   AUDIT-BEFORE-RECORD
                            DELETE PREREQ-TABLE
                            IF WS-PREREQ-TABLE-OK
                                   MOVE SPACES TO AUDIT-AFTER-RECORD
                                   PERFORM 2800-WRITE-AUDIT-DEL
                            ELSE
                                   MOVE 'PREREQUISITE FILE ERROR' TO
                                          WS-REJECT-REASON
                            END-IF
                     WHEN WS-PREREQ-TABLE-MISSING
                            MOVE 'PREREQUISITE NOT ON FILE' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            MOVE 'PREREQUISITE FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2400-EDIT-TRANSACTION.
              IF QTR-COURSE-CODE = SPACES
                     MOVE 'COURSE CODE MISSING' TO WS-REJECT-REASON
              ELSE
                     IF QTR-REQUIRED-COURSE = SPACES
                            MOVE 'REQUIRED COURSE MISSING' TO
                                   WS-REJECT-REASON
                     ELSE
                            IF QTR-REQUIRED-COURSE = QTR-COURSE-CODE
                                   MOVE 'COURSE CANNOT REQUIRE ITSELF'
                                          TO WS-REJECT-REASON
                            ELSE
                                   IF NOT QTR-PASSING-GRADE
                                          MOVE
                                          'MIN GRADE NOT PASSING'
                                          TO WS-REJECT-REASON
                                   ELSE
                                          PERFORM 2500-EDIT-CATALOG
                                   END-IF
                            END-IF
                     END-IF
              END-IF.

       2500-EDIT-CATALOG.
              MOVE QTR-COURSE-CODE TO CATALOG-COURSE-CODE
              READ COURSE-CATALOG
              IF WS-COURSE-CATALOG-MISSING
                     MOVE 'COURSE NOT IN CATALOG' TO WS-REJECT-REASON
              ELSE
                     IF NOT WS-COURSE-CATALOG-OK
                            MOVE 'CATALOG FILE ERROR' TO
                                   WS-REJECT-REASON
                     ELSE
                            MOVE QTR-REQUIRED-COURSE TO
                                   CATALOG-COURSE-CODE
                            READ COURSE-CATALOG
                            IF WS-COURSE-CATALOG-MISSING
                                   MOVE 'REQUIRED COURSE NOT IN CATALOG'
                                          TO WS-REJECT-REASON
                            ELSE
                                   IF NOT WS-COURSE-CATALOG-OK
                                          MOVE 'CATALOG FILE ERROR'
                                                 TO WS-REJECT-REASON
                                   END-IF
                            END-IF
                     END-IF
              END-IF.

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
      *> Like catalog traffic, a prerequisite row concerns no one
      *> student; the full table row rides in the before/after
      *> record areas.
              SET AUDIT-FILE-PREREQ TO TRUE
              MOVE ZERO TO AUDIT-STUDENT-ID
              MOVE SPACE TO AUDIT-OVERRIDE-CODE
              MOVE ZERO TO AUDIT-BEFORE-STUDENT-ID
              MOVE SPACES TO AUDIT-BEFORE-NAME
              MOVE ZERO TO AUDIT-AFTER-STUDENT-ID
              MOVE SPACES TO AUDIT-AFTER-NAME
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-DATE TO AUDIT-DATE
              MOVE WS-RUN-TIME-HHMMSS TO AUDIT-TIME
              MOVE 'PRQMAINT' TO AUDIT-USER-ID
              MOVE 'PRQMAINT' TO AUDIT-JOB-NAME
              WRITE AUDIT-RECORD
              IF NOT WS-AUDIT-QUEUE-OK
                     ADD 1 TO WS-AUDIT-ERROR-COUNT
                     DISPLAY 'PRQMAINT: AUDIT WRITE FAILED, FILE '
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
              MOVE QTR-FUNCTION-CODE TO WS-DTL-FUNCTION
              MOVE QTR-COURSE-CODE TO WS-DTL-COURSE-CODE
              MOVE QTR-REQUIRED-COURSE TO WS-DTL-REQUIRED-COURSE
              MOVE QTR-MIN-GRADE TO WS-DTL-MIN-GRADE.

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
              MOVE 'PRQMAINT' TO RUNC-JOB-NAME
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
                     DISPLAY 'PRQMAINT: WARNING - RUN CONTROL LEDGER '
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
              CLOSE PREREQ-TRAN
              CLOSE PREREQ-TABLE
              CLOSE COURSE-CATALOG
              CLOSE AUDIT-QUEUE
              CLOSE APPLY-REPORT
              DISPLAY 'PRQMAINT TRANSACTIONS READ: ' WS-TRAN-COUNT
              DISPLAY 'PRQMAINT APPLIED:           ' WS-APPLIED-COUNT
              DISPLAY 'PRQMAINT REJECTED:          ' WS-REJECTED-COUNT.
