        IDENTIFICATION DIVISION.
              PROGRAM-ID. SECMAINT.
      *> Batch maintenance for the class section master SECTION.KSDS,
      *> modeled on TRMMAINT. Reads a transaction file of A/C/D
      *> records (function code, course code, term code, meeting
      *> days, start and end times, room, and instructor), applies
      *> each one to the section file, and lists every transaction
      *> as APPLIED or REJECTED with a reason on the section
      *> maintenance report. A rejected transaction never stops the
      *> run. The course must be on COURSE.KSDS and the term on
      *> TERMCAL.KSDS before a section can be added or changed; the
      *> meeting pattern is what ENRMAINT checks for time conflicts
      *> and ROOMUTIL books against the rooms.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SECTION-TRAN ASSIGN TO 'SECTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECTION-TRAN-STATUS.
              SELECT CLASS-SECTION ASSIGN TO 'SECTION.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SECT-KEY
              FILE STATUS IS WS-CLASS-SECTION-STATUS.
              SELECT COURSE-CATALOG ASSIGN TO 'COURSE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CATALOG-COURSE-CODE
              FILE STATUS IS WS-COURSE-CATALOG-STATUS.
              SELECT TERM-CALENDAR ASSIGN TO 'TERMCAL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TCAL-TERM-CODE
              FILE STATUS IS WS-TERM-CALENDAR-STATUS.
              SELECT APPLY-REPORT ASSIGN TO 'SECAPPLY.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD SECTION-TRAN.
              01 SECTION-TRAN-RECORD.
                     05 SCT-FUNCTION-CODE PIC X(1).
                            88 SCT-FUNCTION-ADD VALUE 'A'.
                            88 SCT-FUNCTION-CHANGE VALUE 'C'.
                            88 SCT-FUNCTION-DELETE VALUE 'D'.
                     05 SCT-COURSE-CODE PIC X(4).
                     05 SCT-TERM-CODE PIC X(6).
                     05 SCT-MEETING-DAYS PIC X(7).
                     05 SCT-MEETING-DAY-TABLE
                            REDEFINES SCT-MEETING-DAYS.
                            10 SCT-MEETING-DAY PIC X(1)
                                   OCCURS 7 TIMES.
                     05 SCT-START-TIME PIC 9(4).
                     05 SCT-START-TIME-PARTS
                            REDEFINES SCT-START-TIME.
                            10 SCT-START-HOUR PIC 9(2).
                            10 SCT-START-MINUTE PIC 9(2).
                     05 SCT-END-TIME PIC 9(4).
                     05 SCT-END-TIME-PARTS REDEFINES SCT-END-TIME.
                            10 SCT-END-HOUR PIC 9(2).
                            10 SCT-END-MINUTE PIC 9(2).
                     05 SCT-ROOM PIC X(8).
                     05 SCT-INSTRUCTOR PIC X(20).
              FD CLASS-SECTION.
              COPY SECTREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD TERM-CALENDAR.
              COPY TRMREC.
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
              01 WS-SECTION-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-SECTION-TRAN-OK VALUE '00'.
                     88 WS-SECTION-TRAN-EOF VALUE '10'.
              01 WS-CLASS-SECTION-STATUS PIC X(2) VALUE '00'.
                     88 WS-CLASS-SECTION-OK VALUE '00'.
                     88 WS-CLASS-SECTION-NOT-FOUND VALUE '35'.
                     88 WS-CLASS-SECTION-DUPLICATE VALUE '22'.
                     88 WS-CLASS-SECTION-MISSING VALUE '23'.
              01 WS-COURSE-CATALOG-STATUS PIC X(2) VALUE '00'.
                     88 WS-COURSE-CATALOG-OK VALUE '00'.
                     88 WS-COURSE-CATALOG-MISSING VALUE '23'.
              01 WS-TERM-CALENDAR-STATUS PIC X(2) VALUE '00'.
                     88 WS-TERM-CALENDAR-OK VALUE '00'.
                     88 WS-TERM-CALENDAR-MISSING VALUE '23'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-TRAN-COUNT PIC 9(7) VALUE ZERO.
              01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
      *> The only letter each meeting-day position may carry.
              01 WS-DAY-LETTERS PIC X(7) VALUE 'MTWRFSU'.
              01 WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTERS.
                     05 WS-DAY-LETTER PIC X(1) OCCURS 7 TIMES.
              01 WS-DAY-SUB PIC 9(3) VALUE ZERO.
              01 WS-MEETING-DAY-COUNT PIC 9(3) VALUE ZERO.
              01 WS-DAYS-VALID-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-DAYS-VALID VALUE 'Y'.
                     88 WS-DAYS-INVALID VALUE 'N'.
              01 WS-HEADING-LINE.
                     05 FILLER PIC X(5) VALUE 'FUNC'.
                     05 FILLER PIC X(6) VALUE 'CRSE'.
                     05 FILLER PIC X(8) VALUE 'TERM'.
                     05 FILLER PIC X(9) VALUE 'DAYS'.
                     05 FILLER PIC X(7) VALUE 'START'.
                     05 FILLER PIC X(7) VALUE 'END'.
                     05 FILLER PIC X(10) VALUE 'ROOM'.
                     05 FILLER PIC X(22) VALUE 'INSTRUCTOR'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-FUNCTION PIC X(1).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-TERM-CODE PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-MEETING-DAYS PIC X(7).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-START-TIME PIC X(4).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-END-TIME PIC X(4).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-ROOM PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-INSTRUCTOR PIC X(20).
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
                     READ SECTION-TRAN
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
              OPEN INPUT SECTION-TRAN
              IF NOT WS-SECTION-TRAN-OK
                     DISPLAY 'SECMAINT: ERROR OPENING SECTION '
                            'TRANSACTIONS, FILE STATUS = '
                            WS-SECTION-TRAN-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O CLASS-SECTION
              IF WS-CLASS-SECTION-NOT-FOUND
      *> First-ever load: create the section file, then come back to
      *> I-O so the change and delete paths can READ it, the same
      *> dance TRMMAINT does for a brand-new calendar.
                     OPEN OUTPUT CLASS-SECTION
                     IF WS-CLASS-SECTION-OK
                            CLOSE CLASS-SECTION
                            OPEN I-O CLASS-SECTION
                     END-IF
              END-IF
              IF NOT WS-CLASS-SECTION-OK
                     DISPLAY 'SECMAINT: ERROR OPENING SECTION '
                            'FILE, FILE STATUS = '
                            WS-CLASS-SECTION-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-COURSE-CATALOG-OK
                     DISPLAY 'SECMAINT: ERROR OPENING COURSE '
                            'CATALOG, FILE STATUS = '
                            WS-COURSE-CATALOG-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'SECMAINT: ERROR OPENING TERM '
                            'CALENDAR, FILE STATUS = '
                            WS-TERM-CALENDAR-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT APPLY-REPORT
              WRITE APL-LINE FROM WS-HEADING-LINE.

       2000-APPLY-TRANSACTION.
              ADD 1 TO WS-TRAN-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              EVALUATE TRUE
                     WHEN SCT-FUNCTION-ADD
                            PERFORM 2100-ADD-SECTION
                     WHEN SCT-FUNCTION-CHANGE
                            PERFORM 2200-CHANGE-SECTION
                     WHEN SCT-FUNCTION-DELETE
                            PERFORM 2300-DELETE-SECTION
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

       2100-ADD-SECTION.
              PERFORM 2400-EDIT-TRANSACTION
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2500-MOVE-TRAN-TO-SECTION
                     WRITE CLASS-SECTION-FILE
                     EVALUATE TRUE
                            WHEN WS-CLASS-SECTION-OK
                                   CONTINUE
                            WHEN WS-CLASS-SECTION-DUPLICATE
                                   MOVE 'SECTION ALREADY ON FILE'
                                          TO WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'SECTION FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2200-CHANGE-SECTION.
              PERFORM 2400-EDIT-TRANSACTION
              IF WS-REJECT-REASON = SPACES
                     MOVE SCT-COURSE-CODE TO SECT-COURSE-CODE
                     MOVE SCT-TERM-CODE TO SECT-TERM-CODE
                     READ CLASS-SECTION
                     EVALUATE TRUE
                            WHEN WS-CLASS-SECTION-OK
                                   PERFORM 2500-MOVE-TRAN-TO-SECTION
                                   REWRITE CLASS-SECTION-FILE
                                   IF NOT WS-CLASS-SECTION-OK
                                          MOVE 'SECTION FILE ERROR'
                                                 TO WS-REJECT-REASON
                                   END-IF
                            WHEN WS-CLASS-SECTION-MISSING
                                   MOVE 'SECTION NOT ON FILE' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'SECTION FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2300-DELETE-SECTION.
              MOVE SCT-COURSE-CODE TO SECT-COURSE-CODE
              MOVE SCT-TERM-CODE TO SECT-TERM-CODE
              READ CLASS-SECTION
              EVALUATE TRUE
                     WHEN WS-CLASS-SECTION-OK
                            DELETE CLASS-SECTION
                            IF NOT WS-CLASS-SECTION-OK
                                   MOVE 'SECTION FILE ERROR' TO
                                          WS-REJECT-REASON
                            END-IF
                     WHEN WS-CLASS-SECTION-MISSING
                            MOVE 'SECTION NOT ON FILE' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            MOVE 'SECTION FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2400-EDIT-TRANSACTION.
              SET WS-DAYS-VALID TO TRUE
              MOVE ZERO TO WS-MEETING-DAY-COUNT
              PERFORM 2410-EDIT-MEETING-DAY
                     VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > 7
              EVALUATE TRUE
                     WHEN SCT-COURSE-CODE = SPACES
                            MOVE 'COURSE CODE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN SCT-TERM-CODE = SPACES
                            MOVE 'TERM CODE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN WS-DAYS-INVALID
                            MOVE 'MEETING DAYS INVALID' TO
                                   WS-REJECT-REASON
                     WHEN WS-MEETING-DAY-COUNT = ZERO
                            MOVE 'NO MEETING DAYS' TO
                                   WS-REJECT-REASON
                     WHEN SCT-START-TIME NOT NUMERIC
                            MOVE 'START TIME NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN SCT-END-TIME NOT NUMERIC
                            MOVE 'END TIME NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN SCT-START-HOUR > 23 OR
                            SCT-START-MINUTE > 59
                            MOVE 'START TIME INVALID' TO
                                   WS-REJECT-REASON
                     WHEN SCT-END-HOUR > 23 OR
                            SCT-END-MINUTE > 59
                            MOVE 'END TIME INVALID' TO
                                   WS-REJECT-REASON
                     WHEN SCT-START-TIME NOT < SCT-END-TIME
                            MOVE 'START NOT BEFORE END' TO
                                   WS-REJECT-REASON
                     WHEN SCT-ROOM = SPACES
                            MOVE 'ROOM MISSING' TO
                                   WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                     PERFORM 2450-EDIT-CATALOG-AND-CALENDAR
              END-IF.

       2410-EDIT-MEETING-DAY.
              IF SCT-MEETING-DAY(WS-DAY-SUB) =
                     WS-DAY-LETTER(WS-DAY-SUB)
                     ADD 1 TO WS-MEETING-DAY-COUNT
              ELSE
                     IF SCT-MEETING-DAY(WS-DAY-SUB) NOT = SPACE
                            SET WS-DAYS-INVALID TO TRUE
                     END-IF
              END-IF.

       2450-EDIT-CATALOG-AND-CALENDAR.
              MOVE SCT-COURSE-CODE TO CATALOG-COURSE-CODE
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
              IF WS-REJECT-REASON = SPACES
                     MOVE SCT-TERM-CODE TO TCAL-TERM-CODE
                     READ TERM-CALENDAR
                     EVALUATE TRUE
                            WHEN WS-TERM-CALENDAR-OK
                                   CONTINUE
                            WHEN WS-TERM-CALENDAR-MISSING
                                   MOVE 'TERM NOT ON CALENDAR' TO
                                          WS-REJECT-REASON
                            WHEN OTHER
                                   MOVE 'CALENDAR FILE ERROR' TO
                                          WS-REJECT-REASON
                     END-EVALUATE
              END-IF.

       2500-MOVE-TRAN-TO-SECTION.
              MOVE SCT-COURSE-CODE TO SECT-COURSE-CODE
              MOVE SCT-TERM-CODE TO SECT-TERM-CODE
              MOVE SCT-MEETING-DAYS TO SECT-MEETING-DAYS
              MOVE SCT-START-TIME TO SECT-START-TIME
              MOVE SCT-END-TIME TO SECT-END-TIME
              MOVE SCT-ROOM TO SECT-ROOM
              MOVE SCT-INSTRUCTOR TO SECT-INSTRUCTOR.

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
      *> The times go to the report as keyed, so a non-numeric time
      *> shows exactly what was wrong with it.
              MOVE SCT-FUNCTION-CODE TO WS-DTL-FUNCTION
              MOVE SCT-COURSE-CODE TO WS-DTL-COURSE-CODE
              MOVE SCT-TERM-CODE TO WS-DTL-TERM-CODE
              MOVE SCT-MEETING-DAYS TO WS-DTL-MEETING-DAYS
              MOVE SCT-START-TIME-PARTS TO WS-DTL-START-TIME
              MOVE SCT-END-TIME-PARTS TO WS-DTL-END-TIME
              MOVE SCT-ROOM TO WS-DTL-ROOM
              MOVE SCT-INSTRUCTOR TO WS-DTL-INSTRUCTOR.

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
              MOVE 'SECMAINT' TO RUNC-JOB-NAME
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
                     DISPLAY 'SECMAINT: WARNING - RUN CONTROL LEDGER '
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
              CLOSE SECTION-TRAN
              CLOSE CLASS-SECTION
              CLOSE COURSE-CATALOG
              CLOSE TERM-CALENDAR
              CLOSE APPLY-REPORT
              DISPLAY 'SECMAINT TRANSACTIONS READ: ' WS-TRAN-COUNT
              DISPLAY 'SECMAINT APPLIED:           ' WS-APPLIED-COUNT
              DISPLAY 'SECMAINT REJECTED:          ' WS-REJECTED-COUNT.
