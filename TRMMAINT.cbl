      *> Batch maintenance for the term calendar master TERMCAL.KSDS,
      *> modeled on CRSMAINT. Reads a transaction file of A/C/D
      *> records (function code, term code, start, end, add-deadline,
      *> and drop-deadline dates, then the full-time and half-time
      *> credit-hour thresholds, 12 and 6 when left blank), applies
      *> each one to the calendar, and lists every transaction as
      *> APPLIED or REJECTED with a reason on the calendar
      *> maintenance report. A rejected transaction never stops the
      *> run. The calendar is what turns TERM-CODE from a free-form
      *> X(6) into something STUMAINT, ENRMAINT, and STUBULK can
      *> validate against.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                     05 TTR-END-DATE PIC 9(8).
                     05 TTR-ADD-DEADLINE PIC 9(8).
                     05 TTR-DROP-DEADLINE PIC 9(8).
                     05 TTR-FULL-TIME-HOURS PIC 9(2).
                     05 TTR-FULL-TIME-TEXT REDEFINES
                            TTR-FULL-TIME-HOURS PIC X(2).
                     05 TTR-HALF-TIME-HOURS PIC 9(2).
                     05 TTR-HALF-TIME-TEXT REDEFINES
                            TTR-HALF-TIME-HOURS PIC X(2).
              FD TERM-CALENDAR.
              COPY TRMREC.
              FD APPLY-REPORT.
              01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
      *> Thresholds as they will be stored, after blanks default.
              01 WS-FULL-TIME-HOURS PIC 9(2) VALUE ZERO.
              01 WS-HALF-TIME-HOURS PIC 9(2) VALUE ZERO.
              01 WS-HEADING-LINE.
                     05 FILLER PIC X(5) VALUE 'FUNC'.
                     05 FILLER PIC X(8) VALUE 'TERM'.
                     05 FILLER PIC X(10) VALUE 'END'.
                     05 FILLER PIC X(10) VALUE 'ADD-DL'.
                     05 FILLER PIC X(10) VALUE 'DROP-DL'.
                     05 FILLER PIC X(4) VALUE 'FT'.
                     05 FILLER PIC X(4) VALUE 'HT'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DROP-DEADLINE PIC 9(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-FULL-TIME-HOURS PIC X(2).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-HALF-TIME-HOURS PIC X(2).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DISPOSITION PIC X(12).
                     05 WS-DTL-REASON PIC X(30).
              01 WS-TRAILER-LINE-1.
              END-EVALUATE.

       2400-EDIT-TRANSACTION.
              PERFORM 2450-DEFAULT-THRESHOLDS
              EVALUATE TRUE
                     WHEN TTR-TERM-CODE = SPACES
                            MOVE 'TERM CODE MISSING' TO
                     WHEN TTR-ADD-DEADLINE > TTR-DROP-DEADLINE
                            MOVE 'ADD DEADLINE AFTER DROP' TO
                                   WS-REJECT-REASON
                     WHEN TTR-FULL-TIME-TEXT NOT = SPACES AND
                            TTR-FULL-TIME-HOURS NOT NUMERIC
                            MOVE 'FULL-TIME HOURS NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN TTR-HALF-TIME-TEXT NOT = SPACES AND
                            TTR-HALF-TIME-HOURS NOT NUMERIC
                            MOVE 'HALF-TIME HOURS NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN WS-HALF-TIME-HOURS = ZERO
                            MOVE 'HALF-TIME HOURS ZERO' TO
                                   WS-REJECT-REASON
                     WHEN WS-HALF-TIME-HOURS > WS-FULL-TIME-HOURS
                            MOVE 'HALF-TIME ABOVE FULL-TIME' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       2450-DEFAULT-THRESHOLDS.
              IF TTR-FULL-TIME-TEXT = SPACES OR
                     TTR-FULL-TIME-HOURS NOT NUMERIC
                     MOVE 12 TO WS-FULL-TIME-HOURS
              ELSE
                     MOVE TTR-FULL-TIME-HOURS TO WS-FULL-TIME-HOURS
              END-IF
              IF TTR-HALF-TIME-TEXT = SPACES OR
                     TTR-HALF-TIME-HOURS NOT NUMERIC
                     MOVE 6 TO WS-HALF-TIME-HOURS
              ELSE
                     MOVE TTR-HALF-TIME-HOURS TO WS-HALF-TIME-HOURS
              END-IF.

       2500-MOVE-TRAN-TO-CALENDAR.
              MOVE TTR-TERM-CODE TO TCAL-TERM-CODE
              MOVE TTR-START-DATE TO TCAL-START-DATE
              MOVE TTR-END-DATE TO TCAL-END-DATE
              MOVE TTR-ADD-DEADLINE TO TCAL-ADD-DEADLINE
              MOVE TTR-DROP-DEADLINE TO TCAL-DROP-DEADLINE
              MOVE WS-FULL-TIME-HOURS TO TCAL-FULL-TIME-HOURS
              MOVE WS-HALF-TIME-HOURS TO TCAL-HALF-TIME-HOURS.

       3000-WRITE-APPLIED-LINE.
              PERFORM 3200-MOVE-TRAN-FIELDS
              MOVE TTR-START-DATE TO WS-DTL-START-DATE
              MOVE TTR-END-DATE TO WS-DTL-END-DATE
              MOVE TTR-ADD-DEADLINE TO WS-DTL-ADD-DEADLINE
              MOVE TTR-DROP-DEADLINE TO WS-DTL-DROP-DEADLINE
              MOVE TTR-FULL-TIME-TEXT TO WS-DTL-FULL-TIME-HOURS
              MOVE TTR-HALF-TIME-TEXT TO WS-DTL-HALF-TIME-HOURS.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
