        IDENTIFICATION DIVISION.
              PROGRAM-ID. PRGMAINT.
      *> Batch maintenance for the program-of-study requirements
      *> PROGRAM.KSDS and the students' declared programs in
      *> DECLARE.KSDS, modeled on PRQMAINT. Reads a transaction file
      *> of A/C/D records, each with a record type:
      *>   P - program header: program code, title, and the minimum
      *>       total credit hours for the degree;
      *>   R - required course: program code, course code, and the
      *>       lowest passing grade in it that satisfies the program;
      *>   S - student declaration: student ID and program code.
      *> Every transaction is listed as APPLIED or REJECTED with a
      *> reason on the program maintenance report, and a rejected
      *> transaction never stops the run. A required course or a
      *> declaration needs the program header on file first, the
      *> course must be on the catalog and the student on
      *> STUDENT.KSDS; a program header cannot be deleted while any
      *> required course rows remain under it. A change replaces the
      *> title and hours, the minimum grade, or the declared program.
      *> DEGAUDIT audits the declared students against the table.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PROGRAM-TRAN ASSIGN TO 'PRGTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROGRAM-TRAN-STATUS.
              SELECT PROGRAM-TABLE ASSIGN TO 'PROGRAM.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PROG-KEY
              FILE STATUS IS WS-PROGRAM-TABLE-STATUS.
              SELECT DECLARATION ASSIGN TO 'DECLARE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DECL-STUDENT-ID
              FILE STATUS IS WS-DECLARATION-STATUS.
              SELECT COURSE-CATALOG ASSIGN TO 'COURSE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CATALOG-COURSE-CODE
              FILE STATUS IS WS-COURSE-CATALOG-STATUS.
              SELECT STUDENT ASSIGN TO 'STUDENT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STUDENT-ID
              ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
              SELECT APPLY-REPORT ASSIGN TO 'PRGAPPLY.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD PROGRAM-TRAN.
              01 PROGRAM-TRAN-RECORD.
                     05 PGT-FUNCTION-CODE PIC X(1).
                            88 PGT-FUNCTION-ADD VALUE 'A'.
                            88 PGT-FUNCTION-CHANGE VALUE 'C'.
                            88 PGT-FUNCTION-DELETE VALUE 'D'.
                     05 PGT-RECORD-TYPE PIC X(1).
                            88 PGT-TYPE-PROGRAM VALUE 'P'.
                            88 PGT-TYPE-REQUIREMENT VALUE 'R'.
                            88 PGT-TYPE-DECLARATION VALUE 'S'.
                     05 PGT-PROGRAM-CODE PIC X(6).
                     05 PGT-COURSE-CODE PIC X(4).
                     05 PGT-MIN-GRADE PIC X(2).
                            88 PGT-PASSING-GRADE VALUES 'A ' 'A-'
                                   'B+' 'B ' 'B-' 'C+' 'C ' 'C-'
                                   'D+' 'D ' 'D-'.
                     05 PGT-MIN-CREDIT-HOURS PIC 9(3).
                     05 PGT-STUDENT-ID PIC 9(5).
                     05 PGT-PROGRAM-TITLE PIC X(30).
              FD PROGRAM-TABLE.
              COPY PROGREC.
              FD DECLARATION.
              COPY DECLREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD STUDENT.
              COPY STUDREC.
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
              01 WS-PROGRAM-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-PROGRAM-TRAN-OK VALUE '00'.
                     88 WS-PROGRAM-TRAN-EOF VALUE '10'.
              01 WS-PROGRAM-TABLE-STATUS PIC X(2) VALUE '00'.
                     88 WS-PROGRAM-TABLE-OK VALUE '00'.
                     88 WS-PROGRAM-TABLE-EOF VALUE '10'.
                     88 WS-PROGRAM-TABLE-NOT-FOUND VALUE '35'.
                     88 WS-PROGRAM-TABLE-DUPLICATE VALUE '22'.
                     88 WS-PROGRAM-TABLE-MISSING VALUE '23'.
              01 WS-DECLARATION-STATUS PIC X(2) VALUE '00'.
                     88 WS-DECLARATION-OK VALUE '00'.
                     88 WS-DECLARATION-NOT-FOUND VALUE '35'.
                     88 WS-DECLARATION-DUPLICATE VALUE '22'.
                     88 WS-DECLARATION-MISSING VALUE '23'.
              01 WS-COURSE-CATALOG-STATUS PIC X(2) VALUE '00'.
                     88 WS-COURSE-CATALOG-OK VALUE '00'.
                     88 WS-COURSE-CATALOG-MISSING VALUE '23'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-TRAN-COUNT PIC 9(7) VALUE ZERO.
              01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
              01 WS-HEADING-LINE.
                     05 FILLER PIC X(5) VALUE 'FUNC'.
                     05 FILLER PIC X(5) VALUE 'TYPE'.
                     05 FILLER PIC X(8) VALUE 'PROGRAM'.
                     05 FILLER PIC X(6) VALUE 'CRSE'.
                     05 FILLER PIC X(5) VALUE 'MIN'.
                     05 FILLER PIC X(6) VALUE 'HRS'.
                     05 FILLER PIC X(7) VALUE 'STUDENT'.
                     05 FILLER PIC X(32) VALUE 'PROGRAM TITLE'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-FUNCTION PIC X(1).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-RECORD-TYPE PIC X(1).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-PROGRAM-CODE PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-MIN-GRADE PIC X(2).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-MIN-HOURS PIC X(3).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-STUDENT-ID PIC X(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-PROGRAM-TITLE PIC X(30).
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
                     READ PROGRAM-TRAN
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 2000-APPLY-TRANSACTION
                     END-READ
              END-PERFORM
              PERFORM 9000-TERMINATE
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT PROGRAM-TRAN
              IF NOT WS-PROGRAM-TRAN-OK
                     DISPLAY 'PRGMAINT: ERROR OPENING PROGRAM '
                            'TRANSACTIONS, FILE STATUS = '
                            WS-PROGRAM-TRAN-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O PROGRAM-TABLE
              IF WS-PROGRAM-TABLE-NOT-FOUND
      *> First-ever load: create the table, then come back to I-O
      *> so the change and delete paths can READ it.
                     OPEN OUTPUT PROGRAM-TABLE
                     IF WS-PROGRAM-TABLE-OK
                            CLOSE PROGRAM-TABLE
                            OPEN I-O PROGRAM-TABLE
                     END-IF
              END-IF
              IF NOT WS-PROGRAM-TABLE-OK
                     DISPLAY 'PRGMAINT: ERROR OPENING PROGRAM '
                            'TABLE, FILE STATUS = '
                            WS-PROGRAM-TABLE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O DECLARATION
              IF WS-DECLARATION-NOT-FOUND
                     OPEN OUTPUT DECLARATION
                     IF WS-DECLARATION-OK
                            CLOSE DECLARATION
                            OPEN I-O DECLARATION
                     END-IF
              END-IF
              IF NOT WS-DECLARATION-OK
                     DISPLAY 'PRGMAINT: ERROR OPENING DECLARATION '
                            'FILE, FILE STATUS = '
                            WS-DECLARATION-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-COURSE-CATALOG-OK
                     DISPLAY 'PRGMAINT: ERROR OPENING COURSE '
                            'CATALOG, FILE STATUS = '
                            WS-COURSE-CATALOG-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'PRGMAINT: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT APPLY-REPORT
              WRITE APL-LINE FROM WS-HEADING-LINE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       2000-APPLY-TRANSACTION.
              ADD 1 TO WS-TRAN-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              EVALUATE TRUE
                     WHEN NOT PGT-FUNCTION-ADD AND
                            NOT PGT-FUNCTION-CHANGE AND
                            NOT PGT-FUNCTION-DELETE
                            MOVE 'INVALID FUNCTION CODE' TO
                                   WS-REJECT-REASON
                     WHEN PGT-TYPE-PROGRAM
                            PERFORM 2100-APPLY-PROGRAM
                     WHEN PGT-TYPE-REQUIREMENT
                            PERFORM 2200-APPLY-REQUIREMENT
                     WHEN PGT-TYPE-DECLARATION
                            PERFORM 2300-APPLY-DECLARATION
                     WHEN OTHER
                            MOVE 'INVALID RECORD TYPE' TO
                                   WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                     ADD 1 TO WS-APPLIED-COUNT
                     PERFORM 3000-WRITE-APPLIED-LINE
              ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     PERFORM 3100-WRITE-REJECTED-LINE
              END-IF.

       2100-APPLY-PROGRAM.
              EVALUATE TRUE
                     WHEN PGT-FUNCTION-ADD
                            PERFORM 2110-ADD-PROGRAM
                     WHEN PGT-FUNCTION-CHANGE
                            PERFORM 2120-CHANGE-PROGRAM
                     WHEN PGT-FUNCTION-DELETE
                            PERFORM 2130-DELETE-PROGRAM
              END-EVALUATE.

       2110-ADD-PROGRAM.
              PERFORM 2400-EDIT-PROGRAM
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-PROGRAM-CODE TO PROG-PROGRAM-CODE
                     MOVE SPACES TO PROG-COURSE-CODE
                     MOVE PGT-PROGRAM-TITLE TO PROG-PROGRAM-TITLE
                     MOVE PGT-MIN-CREDIT-HOURS TO
                            PROG-MIN-CREDIT-HOURS
                     MOVE SPACES TO PROG-MIN-GRADE
                     WRITE PROGRAM-REQUIREMENT-FILE
                     EVALUATE TRUE
                            WHEN WS-PROGRAM-TABLE-OK
                                   CONTINUE
                            WHEN WS-PROGRAM-TABLE-DUPLICATE
                                   MOVE 'PROGRAM ALREADY ON FILE' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'PROGRAM FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2120-CHANGE-PROGRAM.
              PERFORM 2400-EDIT-PROGRAM
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2450-READ-PROGRAM-HEADER
              END-IF
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-PROGRAM-TITLE TO PROG-PROGRAM-TITLE
                     MOVE PGT-MIN-CREDIT-HOURS TO
                            PROG-MIN-CREDIT-HOURS
                     REWRITE PROGRAM-REQUIREMENT-FILE
                     IF NOT WS-PROGRAM-TABLE-OK
                            MOVE 'PROGRAM FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       2130-DELETE-PROGRAM.
              PERFORM 2450-READ-PROGRAM-HEADER
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2140-CHECK-REQUIREMENT-ROWS
              END-IF
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2450-READ-PROGRAM-HEADER
              END-IF
              IF WS-REJECT-REASON = SPACES
                     DELETE PROGRAM-TABLE
                     IF NOT WS-PROGRAM-TABLE-OK
                            MOVE 'PROGRAM FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       2140-CHECK-REQUIREMENT-ROWS.
      *> The header sorts ahead of its course rows, so the next key
      *> after it is either one of its own requirements or the start
      *> of another program.
              MOVE PGT-PROGRAM-CODE TO PROG-PROGRAM-CODE
              MOVE SPACES TO PROG-COURSE-CODE
              START PROGRAM-TABLE KEY IS GREATER THAN PROG-KEY
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            PERFORM 2145-READ-NEXT-ROW
              END-START.

       2145-READ-NEXT-ROW.
              READ PROGRAM-TABLE NEXT
              IF WS-PROGRAM-TABLE-OK AND
                     PROG-PROGRAM-CODE = PGT-PROGRAM-CODE
                     MOVE 'PROGRAM STILL HAS COURSES' TO
                            WS-REJECT-REASON
              END-IF.

       2200-APPLY-REQUIREMENT.
              EVALUATE TRUE
                     WHEN PGT-FUNCTION-ADD
                            PERFORM 2210-ADD-REQUIREMENT
                     WHEN PGT-FUNCTION-CHANGE
                            PERFORM 2220-CHANGE-REQUIREMENT
                     WHEN PGT-FUNCTION-DELETE
                            PERFORM 2230-DELETE-REQUIREMENT
              END-EVALUATE.

       2210-ADD-REQUIREMENT.
              PERFORM 2410-EDIT-REQUIREMENT
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-PROGRAM-CODE TO PROG-PROGRAM-CODE
                     MOVE PGT-COURSE-CODE TO PROG-COURSE-CODE
                     MOVE SPACES TO PROG-PROGRAM-TITLE
                     MOVE ZERO TO PROG-MIN-CREDIT-HOURS
                     MOVE PGT-MIN-GRADE TO PROG-MIN-GRADE
                     WRITE PROGRAM-REQUIREMENT-FILE
                     EVALUATE TRUE
                            WHEN WS-PROGRAM-TABLE-OK
                                   CONTINUE
                            WHEN WS-PROGRAM-TABLE-DUPLICATE
                                   MOVE 'REQUIREMENT ALREADY ON FILE'
                                          TO WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'PROGRAM FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2220-CHANGE-REQUIREMENT.
              PERFORM 2410-EDIT-REQUIREMENT
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2460-READ-REQUIREMENT
              END-IF
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-MIN-GRADE TO PROG-MIN-GRADE
                     REWRITE PROGRAM-REQUIREMENT-FILE
                     IF NOT WS-PROGRAM-TABLE-OK
                            MOVE 'PROGRAM FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       2230-DELETE-REQUIREMENT.
              IF PGT-COURSE-CODE = SPACES
                     MOVE 'COURSE CODE MISSING' TO WS-REJECT-REASON
              ELSE
                     PERFORM 2460-READ-REQUIREMENT
              END-IF
              IF WS-REJECT-REASON = SPACES
                     DELETE PROGRAM-TABLE
                     IF NOT WS-PROGRAM-TABLE-OK
                            MOVE 'PROGRAM FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       2300-APPLY-DECLARATION.
              EVALUATE TRUE
                     WHEN PGT-FUNCTION-ADD
                            PERFORM 2310-ADD-DECLARATION
                     WHEN PGT-FUNCTION-CHANGE
                            PERFORM 2320-CHANGE-DECLARATION
                     WHEN PGT-FUNCTION-DELETE
                            PERFORM 2330-DELETE-DECLARATION
              END-EVALUATE.

       2310-ADD-DECLARATION.
              PERFORM 2420-EDIT-DECLARATION
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-STUDENT-ID TO DECL-STUDENT-ID
                     MOVE PGT-PROGRAM-CODE TO DECL-PROGRAM-CODE
                     MOVE WS-RUN-DATE TO DECL-DECLARED-DATE
                     WRITE DECLARATION-FILE
                     EVALUATE TRUE
                            WHEN WS-DECLARATION-OK
                                   CONTINUE
                            WHEN WS-DECLARATION-DUPLICATE
                                   MOVE 'STUDENT ALREADY DECLARED' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'DECLARATION FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2320-CHANGE-DECLARATION.
              PERFORM 2420-EDIT-DECLARATION
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2470-READ-DECLARATION
              END-IF
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-PROGRAM-CODE TO DECL-PROGRAM-CODE
                     MOVE WS-RUN-DATE TO DECL-DECLARED-DATE
                     REWRITE DECLARATION-FILE
                     IF NOT WS-DECLARATION-OK
                            MOVE 'DECLARATION FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       2330-DELETE-DECLARATION.
              IF PGT-STUDENT-ID NOT NUMERIC
                     MOVE 'STUDENT-ID NOT NUMERIC' TO
                            WS-REJECT-REASON
              ELSE
                     PERFORM 2470-READ-DECLARATION
              END-IF
              IF WS-REJECT-REASON = SPACES
                     DELETE DECLARATION
                     IF NOT WS-DECLARATION-OK
                            MOVE 'DECLARATION FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       2400-EDIT-PROGRAM.
              EVALUATE TRUE
                     WHEN PGT-PROGRAM-CODE = SPACES
                            MOVE 'PROGRAM CODE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN PGT-PROGRAM-TITLE = SPACES
                            MOVE 'PROGRAM TITLE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN PGT-MIN-CREDIT-HOURS NOT NUMERIC
                            MOVE 'CREDIT HOURS NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN PGT-MIN-CREDIT-HOURS = ZERO
                            MOVE 'CREDIT HOURS MISSING' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2410-EDIT-REQUIREMENT.
              EVALUATE TRUE
                     WHEN PGT-PROGRAM-CODE = SPACES
                            MOVE 'PROGRAM CODE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN PGT-COURSE-CODE = SPACES
                            MOVE 'COURSE CODE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN NOT PGT-PASSING-GRADE
                            MOVE 'MIN GRADE NOT PASSING' TO
                                   WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2450-READ-PROGRAM-HEADER
              END-IF
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-COURSE-CODE TO CATALOG-COURSE-CODE
                     READ COURSE-CATALOG
                     EVALUATE TRUE
                            WHEN WS-COURSE-CATALOG-OK
                                   CONTINUE
                            WHEN WS-COURSE-CATALOG-MISSING
                                   MOVE 'COURSE NOT IN CATALOG' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'CATALOG FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2420-EDIT-DECLARATION.
              EVALUATE TRUE
                     WHEN PGT-STUDENT-ID NOT NUMERIC
                            MOVE 'STUDENT-ID NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN PGT-PROGRAM-CODE = SPACES
                            MOVE 'PROGRAM CODE MISSING' TO
                                   WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2450-READ-PROGRAM-HEADER
              END-IF
              IF WS-REJECT-REASON = SPACES
                     MOVE PGT-STUDENT-ID TO STUDENT-ID
                     READ STUDENT
                     EVALUATE TRUE
                            WHEN WS-STUDENT-FILE-OK
                                   CONTINUE
                            WHEN WS-STUDENT-FILE-MISSING
                                   MOVE 'ID NOT FOUND' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'STUDENT FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2450-READ-PROGRAM-HEADER.
              MOVE PGT-PROGRAM-CODE TO PROG-PROGRAM-CODE
              MOVE SPACES TO PROG-COURSE-CODE
              READ PROGRAM-TABLE
              EVALUATE TRUE
                     WHEN WS-PROGRAM-TABLE-OK
                            CONTINUE
                     WHEN WS-PROGRAM-TABLE-MISSING
                            MOVE 'PROGRAM NOT ON FILE' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            MOVE 'PROGRAM FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2460-READ-REQUIREMENT.
              MOVE PGT-PROGRAM-CODE TO PROG-PROGRAM-CODE
              MOVE PGT-COURSE-CODE TO PROG-COURSE-CODE
              READ PROGRAM-TABLE
              EVALUATE TRUE
                     WHEN WS-PROGRAM-TABLE-OK
                            CONTINUE
                     WHEN WS-PROGRAM-TABLE-MISSING
                            MOVE 'REQUIREMENT NOT ON FILE' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            MOVE 'PROGRAM FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2470-READ-DECLARATION.
              MOVE PGT-STUDENT-ID TO DECL-STUDENT-ID
              READ DECLARATION
              EVALUATE TRUE
                     WHEN WS-DECLARATION-OK
                            CONTINUE
                     WHEN WS-DECLARATION-MISSING
                            MOVE 'DECLARATION NOT ON FILE' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            MOVE 'DECLARATION FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

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
      *> The hours and student ID go to the report as keyed, so a
      *> non-numeric value shows exactly what was wrong with it.
              MOVE PGT-FUNCTION-CODE TO WS-DTL-FUNCTION
              MOVE PGT-RECORD-TYPE TO WS-DTL-RECORD-TYPE
              MOVE PGT-PROGRAM-CODE TO WS-DTL-PROGRAM-CODE
              MOVE PGT-COURSE-CODE TO WS-DTL-COURSE-CODE
              MOVE PGT-MIN-GRADE TO WS-DTL-MIN-GRADE
              MOVE PGT-MIN-CREDIT-HOURS TO WS-DTL-MIN-HOURS
              MOVE PGT-STUDENT-ID TO WS-DTL-STUDENT-ID
              MOVE PGT-PROGRAM-TITLE TO WS-DTL-PROGRAM-TITLE.

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
              MOVE 'PRGMAINT' TO RUNC-JOB-NAME
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
                     DISPLAY 'PRGMAINT: WARNING - RUN CONTROL LEDGER '
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
              CLOSE PROGRAM-TRAN
              CLOSE PROGRAM-TABLE
              CLOSE DECLARATION
              CLOSE COURSE-CATALOG
              CLOSE STUDENT
              CLOSE APPLY-REPORT
              DISPLAY 'PRGMAINT TRANSACTIONS READ: ' WS-TRAN-COUNT
              DISPLAY 'PRGMAINT APPLIED:           ' WS-APPLIED-COUNT
              DISPLAY 'PRGMAINT REJECTED:          ' WS-REJECTED-COUNT.
