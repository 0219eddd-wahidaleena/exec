        IDENTIFICATION DIVISION.
              PROGRAM-ID. ROOMUTIL.
      *> Room utilization report for one term. Every class section
      *> SECMAINT holds on SECTION.KSDS for the term on the command
      *> line is spread into one meeting per meeting day and sorted
      *> by room, weekday, and start time; each room then lists its
      *> meetings day by day and closes with the hours it is booked
      *> on each weekday and across the week. A meeting that starts
      *> before an earlier meeting in the same room and day has
      *> ended is flagged as double-booked against that course, and
      *> the room is counted as double-booked in the run totals.
      *> Parameters arrive the way ACSTAND takes its own:
      *> TERM=yyyytt (required). The run ends with return code 8
      *> when any room is double-booked so the scheduler sees it.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CLASS-SECTION ASSIGN TO 'SECTION.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SECT-KEY
              FILE STATUS IS WS-CLASS-SECTION-STATUS.
              SELECT UTILIZATION-REPORT ASSIGN TO 'ROOMUTIL.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ROOM-SORT-WORK ASSIGN TO 'ROOMUTIL.SRT'.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD CLASS-SECTION.
              COPY SECTREC.
              FD UTILIZATION-REPORT.
              01 UTL-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
              SD ROOM-SORT-WORK.
              01 SD-MEETING-RECORD.
                     05 SD-ROOM PIC X(8).
                     05 SD-DAY-SEQ PIC 9(1).
                     05 SD-START-TIME PIC 9(4).
                     05 SD-END-TIME PIC 9(4).
                     05 SD-COURSE-CODE PIC X(4).
                     05 SD-INSTRUCTOR PIC X(20).
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-CLASS-SECTION-STATUS PIC X(2) VALUE '00'.
                     88 WS-CLASS-SECTION-OK VALUE '00'.
                     88 WS-CLASS-SECTION-EOF VALUE '10'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-PARM-TOKENS.
                     05 WS-PARM-TOKEN OCCURS 6 TIMES PIC X(20).
              01 WS-TOKEN-SUB PIC 9(2) VALUE ZERO.
              01 WS-PARM-ERROR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PARM-ERROR VALUE 'Y'.
                     88 WS-PARM-OK VALUE 'N'.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-SORT-EOF PIC A(1) VALUE 'N'.
                     88 WS-SORT-EOF-YES VALUE 'Y'.
              01 WS-DAY-SUB PIC 9(3) VALUE ZERO.
              01 WS-DAY-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
              01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
                     05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
              01 WS-ROOM-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-ROOM-OPEN VALUE 'Y'.
                     88 WS-ROOM-NOT-OPEN VALUE 'N'.
              01 WS-ROOM-DOUBLE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-ROOM-DOUBLE-BOOKED VALUE 'Y'.
                     88 WS-ROOM-NOT-DOUBLE-BOOKED VALUE 'N'.
              01 WS-CURRENT-ROOM PIC X(8) VALUE SPACES.
              01 WS-CURRENT-DAY-SEQ PIC 9(1) VALUE ZERO.
      *> The latest end time seen so far in the room and day, and
      *> the course that holds the room until then.
              01 WS-LATEST-END-TIME PIC 9(4) VALUE ZERO.
              01 WS-LATEST-COURSE-CODE PIC X(4) VALUE SPACES.
              01 WS-WORK-TIME.
                     05 WS-WORK-HOUR PIC 9(2).
                     05 WS-WORK-MINUTE PIC 9(2).
              01 WS-START-MINUTES PIC 9(5) VALUE ZERO.
              01 WS-END-MINUTES PIC 9(5) VALUE ZERO.
              01 WS-MEETING-MINUTES PIC 9(5) VALUE ZERO.
              01 WS-MEETING-HOURS PIC 9(3)V99 VALUE ZERO.
              01 WS-ROOM-MINUTE-TABLE.
                     05 WS-ROOM-DAY-MINUTES OCCURS 7 TIMES PIC 9(5).
              01 WS-ROOM-WEEK-MINUTES PIC 9(6) VALUE ZERO.
              01 WS-SECTION-COUNT PIC 9(7) VALUE ZERO.
              01 WS-TERM-SECTION-COUNT PIC 9(7) VALUE ZERO.
              01 WS-MEETING-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ROOM-COUNT PIC 9(7) VALUE ZERO.
              01 WS-DOUBLE-ROOM-COUNT PIC 9(7) VALUE ZERO.
              01 WS-DOUBLE-MEETING-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REPORT-CONTROLS.
                     05 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-LINE-COUNT PIC 9(4) VALUE 99.
                     05 WS-LINES-PER-PAGE PIC 9(4) VALUE 66.
              01 WS-CURRENT-DATE.
                     05 WS-CURR-YYYY PIC 9(4).
                     05 WS-CURR-MM PIC 9(2).
                     05 WS-CURR-DD PIC 9(2).
              01 WS-REPORT-DATE.
                     05 WS-RPT-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-RPT-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-RPT-YYYY PIC 9(4).
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(26) VALUE SPACES.
                     05 FILLER PIC X(28) VALUE
                            'ROOM UTILIZATION REPORT'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(30) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(10) VALUE 'ROOM'.
                     05 FILLER PIC X(5) VALUE 'DAY'.
                     05 FILLER PIC X(6) VALUE 'CRSE'.
                     05 FILLER PIC X(7) VALUE 'START'.
                     05 FILLER PIC X(6) VALUE 'END'.
                     05 FILLER PIC X(8) VALUE 'HOURS'.
                     05 FILLER PIC X(22) VALUE 'INSTRUCTOR'.
                     05 FILLER PIC X(30) VALUE 'NOTE'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-ROOM PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DAY PIC X(3).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-START-TIME PIC 9(4).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-END-TIME PIC 9(4).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-HOURS PIC Z9.99.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-INSTRUCTOR PIC X(20).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-NOTE PIC X(30).
              01 WS-DOUBLE-NOTE.
                     05 FILLER PIC X(23) VALUE
                            '** DOUBLE-BOOKED WITH '.
                     05 WS-DBL-COURSE-CODE PIC X(4).
              01 WS-ROOM-TOTAL-LINE.
                     05 FILLER PIC X(8) VALUE SPACES.
                     05 FILLER PIC X(14) VALUE 'BOOKED HOURS: '.
                     05 WS-RTL-DAY-ENTRY OCCURS 7 TIMES.
                            10 WS-RTL-DAY-NAME PIC X(3).
                            10 FILLER PIC X(1) VALUE SPACES.
                            10 WS-RTL-DAY-HOURS PIC Z9.99.
                            10 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'WEEK '.
                     05 WS-RTL-WEEK-HOURS PIC ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-RTL-FLAG PIC X(19).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(24) VALUE 'SECTIONS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(24) VALUE 'SECTIONS IN TERM:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(24) VALUE 'MEETINGS BOOKED:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(24) VALUE 'ROOMS IN USE:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(24) VALUE 'ROOMS DOUBLE-BOOKED:'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(24) VALUE 'MEETINGS IN CONFLICT:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              SORT ROOM-SORT-WORK ON ASCENDING KEY SD-ROOM
                     SD-DAY-SEQ SD-START-TIME SD-COURSE-CODE
                     INPUT PROCEDURE IS 2000-RELEASE-MEETINGS
                     OUTPUT PROCEDURE IS 3000-PRINT-UTILIZATION
              PERFORM 9000-TERMINATE
              IF WS-DOUBLE-ROOM-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'ROOMUTIL: PARAMETER IS TERM=YYYYTT, '
                            'NOTHING REPORTED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT CLASS-SECTION
              IF NOT WS-CLASS-SECTION-OK
                     DISPLAY 'ROOMUTIL: ERROR OPENING SECTION '
                            'FILE, FILE STATUS = '
                            WS-CLASS-SECTION-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT UTILIZATION-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY.

       1300-PARSE-PARAMETERS.
              MOVE SPACES TO WS-PARM-TOKENS
              UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
                     INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                            WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                            WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
              END-UNSTRING
              PERFORM 1400-APPLY-PARM-TOKEN
                     VARYING WS-TOKEN-SUB FROM 1 BY 1
                     UNTIL WS-TOKEN-SUB > 6
              IF WS-SELECT-TERM = SPACES
                     SET WS-PARM-ERROR TO TRUE
              END-IF.

       1400-APPLY-PARM-TOKEN.
              EVALUATE TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                            CONTINUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'TERM='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:6) TO
                                   WS-SELECT-TERM
                     WHEN OTHER
                            DISPLAY 'ROOMUTIL: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       2000-RELEASE-MEETINGS.
              PERFORM UNTIL WS-EOF-YES
                     READ CLASS-SECTION
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-SECTION-COUNT
                                   PERFORM 2100-SELECT-SECTION
                     END-READ
              END-PERFORM.

       2100-SELECT-SECTION.
              IF SECT-TERM-CODE = WS-SELECT-TERM
                     ADD 1 TO WS-TERM-SECTION-COUNT
                     PERFORM 2200-RELEASE-MEETING-DAY
                            VARYING WS-DAY-SUB FROM 1 BY 1
                            UNTIL WS-DAY-SUB > 7
              END-IF.

       2200-RELEASE-MEETING-DAY.
              IF SECT-MEETING-DAY(WS-DAY-SUB) NOT = SPACE
                     MOVE SECT-ROOM TO SD-ROOM
                     MOVE WS-DAY-SUB TO SD-DAY-SEQ
                     MOVE SECT-START-TIME TO SD-START-TIME
                     MOVE SECT-END-TIME TO SD-END-TIME
                     MOVE SECT-COURSE-CODE TO SD-COURSE-CODE
                     MOVE SECT-INSTRUCTOR TO SD-INSTRUCTOR
                     RELEASE SD-MEETING-RECORD
                     ADD 1 TO WS-MEETING-COUNT
              END-IF.

       3000-PRINT-UTILIZATION.
              PERFORM UNTIL WS-SORT-EOF-YES
                     RETURN ROOM-SORT-WORK
                            AT END
                                   SET WS-SORT-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 3100-PROCESS-MEETING
                     END-RETURN
              END-PERFORM
              IF WS-ROOM-OPEN
                     PERFORM 3400-PRINT-ROOM-TOTAL
              END-IF.

       3100-PROCESS-MEETING.
              IF SD-ROOM NOT = WS-CURRENT-ROOM OR WS-ROOM-NOT-OPEN
                     IF WS-ROOM-OPEN
                            PERFORM 3400-PRINT-ROOM-TOTAL
                     END-IF
                     PERFORM 3200-START-ROOM
              END-IF
              IF SD-DAY-SEQ NOT = WS-CURRENT-DAY-SEQ
                     MOVE SD-DAY-SEQ TO WS-CURRENT-DAY-SEQ
                     MOVE ZERO TO WS-LATEST-END-TIME
                     MOVE SPACES TO WS-LATEST-COURSE-CODE
              END-IF
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3300-PRINT-HEADING
              END-IF
              MOVE SD-START-TIME TO WS-WORK-TIME
              COMPUTE WS-START-MINUTES =
                     WS-WORK-HOUR * 60 + WS-WORK-MINUTE
              MOVE SD-END-TIME TO WS-WORK-TIME
              COMPUTE WS-END-MINUTES =
                     WS-WORK-HOUR * 60 + WS-WORK-MINUTE
              COMPUTE WS-MEETING-MINUTES =
                     WS-END-MINUTES - WS-START-MINUTES
              COMPUTE WS-MEETING-HOURS ROUNDED =
                     WS-MEETING-MINUTES / 60
              ADD WS-MEETING-MINUTES TO
                     WS-ROOM-DAY-MINUTES(SD-DAY-SEQ)
              ADD WS-MEETING-MINUTES TO WS-ROOM-WEEK-MINUTES
              MOVE SD-ROOM TO WS-DTL-ROOM
              MOVE WS-DAY-NAME(SD-DAY-SEQ) TO WS-DTL-DAY
              MOVE SD-COURSE-CODE TO WS-DTL-COURSE-CODE
              MOVE SD-START-TIME TO WS-DTL-START-TIME
              MOVE SD-END-TIME TO WS-DTL-END-TIME
              MOVE WS-MEETING-HOURS TO WS-DTL-HOURS
              MOVE SD-INSTRUCTOR TO WS-DTL-INSTRUCTOR
              MOVE SPACES TO WS-DTL-NOTE
      *> Meetings arrive in start-time order, so any meeting that
      *> starts before the room is free again overlaps the one that
      *> is holding it.
              IF SD-START-TIME < WS-LATEST-END-TIME
                     SET WS-ROOM-DOUBLE-BOOKED TO TRUE
                     ADD 1 TO WS-DOUBLE-MEETING-COUNT
                     MOVE WS-LATEST-COURSE-CODE TO WS-DBL-COURSE-CODE
                     MOVE WS-DOUBLE-NOTE TO WS-DTL-NOTE
              END-IF
              IF SD-END-TIME > WS-LATEST-END-TIME
                     MOVE SD-END-TIME TO WS-LATEST-END-TIME
                     MOVE SD-COURSE-CODE TO WS-LATEST-COURSE-CODE
              END-IF
              WRITE UTL-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3200-START-ROOM.
              SET WS-ROOM-OPEN TO TRUE
              SET WS-ROOM-NOT-DOUBLE-BOOKED TO TRUE
              ADD 1 TO WS-ROOM-COUNT
              MOVE SD-ROOM TO WS-CURRENT-ROOM
              MOVE ZERO TO WS-CURRENT-DAY-SEQ
              MOVE ZERO TO WS-ROOM-WEEK-MINUTES
              PERFORM 3250-CLEAR-ROOM-DAY
                     VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > 7
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
                     PERFORM 3300-PRINT-HEADING
              ELSE
                     MOVE SPACES TO UTL-LINE
                     WRITE UTL-LINE AFTER ADVANCING 1
                     ADD 1 TO WS-LINE-COUNT
              END-IF.

       3250-CLEAR-ROOM-DAY.
              MOVE ZERO TO WS-ROOM-DAY-MINUTES(WS-DAY-SUB).

       3300-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE UTL-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE UTL-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 2
              MOVE 3 TO WS-LINE-COUNT.

       3400-PRINT-ROOM-TOTAL.
              PERFORM 3450-MOVE-ROOM-DAY-HOURS
                     VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > 7
              COMPUTE WS-RTL-WEEK-HOURS ROUNDED =
                     WS-ROOM-WEEK-MINUTES / 60
              IF WS-ROOM-DOUBLE-BOOKED
                     ADD 1 TO WS-DOUBLE-ROOM-COUNT
                     MOVE '** DOUBLE-BOOKED **' TO WS-RTL-FLAG
              ELSE
                     MOVE SPACES TO WS-RTL-FLAG
              END-IF
              WRITE UTL-LINE FROM WS-ROOM-TOTAL-LINE
                     AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3450-MOVE-ROOM-DAY-HOURS.
              MOVE WS-DAY-NAME(WS-DAY-SUB) TO
                     WS-RTL-DAY-NAME(WS-DAY-SUB)
              COMPUTE WS-RTL-DAY-HOURS(WS-DAY-SUB) ROUNDED =
                     WS-ROOM-DAY-MINUTES(WS-DAY-SUB) / 60.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-MEETING-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'ROOMUTIL' TO RUNC-JOB-NAME
              MOVE WS-PARM-LINE(1:20) TO RUNC-PARM
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
                     DISPLAY 'ROOMUTIL: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     PERFORM 3300-PRINT-HEADING
              END-IF
              MOVE WS-SECTION-COUNT TO WS-TR1-COUNT
              MOVE WS-TERM-SECTION-COUNT TO WS-TR2-COUNT
              MOVE WS-MEETING-COUNT TO WS-TR3-COUNT
              MOVE WS-ROOM-COUNT TO WS-TR4-COUNT
              MOVE WS-DOUBLE-ROOM-COUNT TO WS-TR5-COUNT
              MOVE WS-DOUBLE-MEETING-COUNT TO WS-TR6-COUNT
              WRITE UTL-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE UTL-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE UTL-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE UTL-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE UTL-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE UTL-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              CLOSE CLASS-SECTION
              CLOSE UTILIZATION-REPORT
              DISPLAY 'ROOMUTIL MEETINGS BOOKED:     ' WS-MEETING-COUNT
              DISPLAY 'ROOMUTIL ROOMS DOUBLE-BOOKED: '
                     WS-DOUBLE-ROOM-COUNT.
