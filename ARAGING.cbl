        IDENTIFICATION DIVISION.
              PROGRAM-ID. ARAGING.
      *> Student accounts receivable aging. Walks ACCOUNT.KSDS in
      *> student order, ages every charge still open on the ledger
      *> in ACCTLEDG.KSDS from its LEDG-POST-DATE into current (up to
      *> 30 days), 31-60, 61-90, and over-90 buckets, and prints one
      *> line per student with a balance, with bucket and grand
      *> totals. The run is also what places the financial hold: a
      *> student with any open charge older than the overdue
      *> threshold goes on hold, and a student on hold whose aged
      *> charges have since been paid comes off it. ENRMAINT refuses
      *> to register a student on hold unless the override is keyed.
      *> Parameters arrive on the command line the way STUBULK takes
      *> its own: ASOF=yyyymmdd ages as of another date than today
      *> and HOLDDAYS=n to HOLDDAYS=nnn sets the overdue threshold in
      *> days, 90 when not given.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT STUDENT-ACCOUNT ASSIGN TO 'ACCOUNT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-STUDENT-ID
              FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
              SELECT ACCOUNT-LEDGER ASSIGN TO 'ACCTLEDG.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDG-KEY
              FILE STATUS IS WS-LEDGER-FILE-STATUS.
              SELECT STUDENT ASSIGN TO 'STUDENT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STUDENT-ID
              ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
              SELECT AGING-REPORT ASSIGN TO 'ARAGING.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD STUDENT-ACCOUNT.
              COPY ACCTREC.
              FD ACCOUNT-LEDGER.
              COPY LEDGREC.
              FD STUDENT.
              COPY STUDREC.
              FD AGING-REPORT.
              01 AGE-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-ACCOUNT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ACCOUNT-FILE-OK VALUE '00'.
                     88 WS-ACCOUNT-FILE-EOF VALUE '10'.
              01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-LEDGER-FILE-OK VALUE '00'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-PARM-TOKENS.
                     05 WS-PARM-TOKEN OCCURS 6 TIMES PIC X(20).
              01 WS-TOKEN-SUB PIC 9(2) VALUE ZERO.
              01 WS-PARM-ERROR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PARM-ERROR VALUE 'Y'.
                     88 WS-PARM-OK VALUE 'N'.
              01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
              01 WS-AS-OF-TEXT REDEFINES WS-AS-OF-DATE PIC X(8).
              01 WS-AS-OF-DAY-NUMBER PIC 9(7) VALUE ZERO.
              01 WS-HOLD-DAYS PIC 9(3) VALUE 090.
              01 WS-HOLD-DAYS-TEXT REDEFINES WS-HOLD-DAYS PIC X(3).
              01 WS-HOLD-DAYS-WORK PIC X(3) JUSTIFIED RIGHT.
              01 WS-HOLD-DAYS-LENGTH PIC 9(2) VALUE ZERO.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-LEDGER-BROWSE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-LEDGER-BROWSE-DONE VALUE 'Y'.
                     88 WS-LEDGER-BROWSE-OPEN VALUE 'N'.
              01 WS-OVERDUE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-OVERDUE VALUE 'Y'.
                     88 WS-NOT-OVERDUE VALUE 'N'.
              01 WS-HOLD-ACTION PIC X(14) VALUE SPACES.
              01 WS-CHARGE-AGE PIC S9(7) VALUE ZERO.
              01 WS-CURRENT-NAME PIC X(25) VALUE SPACES.
              01 WS-STUDENT-BUCKETS.
                     05 WS-STU-CURRENT PIC 9(7)V99.
                     05 WS-STU-31-60 PIC 9(7)V99.
                     05 WS-STU-61-90 PIC 9(7)V99.
                     05 WS-STU-OVER-90 PIC 9(7)V99.
              01 WS-GRAND-BUCKETS.
                     05 WS-GRD-CURRENT PIC 9(9)V99 VALUE ZERO.
                     05 WS-GRD-31-60 PIC 9(9)V99 VALUE ZERO.
                     05 WS-GRD-61-90 PIC 9(9)V99 VALUE ZERO.
                     05 WS-GRD-OVER-90 PIC 9(9)V99 VALUE ZERO.
                     05 WS-GRD-CREDIT PIC 9(9)V99 VALUE ZERO.
                     05 WS-GRD-BALANCE PIC S9(9)V99 VALUE ZERO.
              01 WS-ACCOUNT-COUNT PIC 9(7) VALUE ZERO.
              01 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-HOLD-PLACED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-HOLD-RELEASED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-HOLD-IN-FORCE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REWRITE-ERROR-COUNT PIC 9(7) VALUE ZERO.
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
              01 WS-AS-OF-FIELDS.
                     05 WS-ASOF-YYYY PIC 9(4).
                     05 WS-ASOF-MM PIC 9(2).
                     05 WS-ASOF-DD PIC 9(2).
              01 WS-AS-OF-REPORT-DATE.
                     05 WS-AOR-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-AOR-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-AOR-YYYY PIC 9(4).
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(28) VALUE SPACES.
                     05 FILLER PIC X(27) VALUE
                            'ACCOUNTS RECEIVABLE AGING'.
                     05 FILLER PIC X(7) VALUE 'AS OF: '.
                     05 WS-HDG-AS-OF PIC X(10).
                     05 FILLER PIC X(30) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(16) VALUE 'HOLD THRESHOLD: '.
                     05 WS-HDG-HOLD-DAYS PIC ZZ9.
                     05 FILLER PIC X(5) VALUE ' DAYS'.
              01 WS-HEADING-LINE-3.
                     05 FILLER PIC X(7) VALUE 'ID'.
                     05 FILLER PIC X(27) VALUE 'NAME'.
                     05 FILLER PIC X(14) VALUE '     CURRENT'.
                     05 FILLER PIC X(14) VALUE '   31-60 DAYS'.
                     05 FILLER PIC X(14) VALUE '   61-90 DAYS'.
                     05 FILLER PIC X(14) VALUE '     OVER 90'.
                     05 FILLER PIC X(14) VALUE '  UNAPPLIED'.
                     05 FILLER PIC X(15) VALUE '      BALANCE'.
                     05 FILLER PIC X(13) VALUE 'HOLD'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-ID PIC 9(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-CURRENT PIC Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-31-60 PIC Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-61-90 PIC Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-OVER-90 PIC Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-CREDIT PIC Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-BALANCE PIC -Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-HOLD PIC X(13).
              01 WS-TOTAL-LINE.
      *> Each total ends in the column its detail amount ends in;
      *> the two extra digit positions take the place of the
      *> detail line's two-space gap.
                     05 FILLER PIC X(32) VALUE 'TOTALS'.
                     05 WS-TOT-CURRENT PIC ZZZ,ZZZ,ZZ9.99.
                     05 WS-TOT-31-60 PIC ZZZ,ZZZ,ZZ9.99.
                     05 WS-TOT-61-90 PIC ZZZ,ZZZ,ZZ9.99.
                     05 WS-TOT-OVER-90 PIC ZZZ,ZZZ,ZZ9.99.
                     05 WS-TOT-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
                     05 WS-TOT-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(26) VALUE
                            'ACCOUNTS AGED:            '.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(26) VALUE
                            'ACCOUNTS LISTED:          '.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(26) VALUE
                            'HOLDS PLACED THIS RUN:    '.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(26) VALUE
                            'HOLDS RELEASED THIS RUN:  '.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(26) VALUE
                            'HOLDS IN FORCE:           '.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM UNTIL WS-EOF-YES
                     READ STUDENT-ACCOUNT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 2000-AGE-ACCOUNT
                     END-READ
              END-PERFORM
              PERFORM 9000-TERMINATE
              IF WS-REWRITE-ERROR-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'ARAGING: PARAMETERS ARE ASOF=YYYYMMDD '
                            'AND HOLDDAYS=NNN, NOTHING AGED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
      *> The hold is written back to the account, so the master is
      *> opened for update even though the run reads it in order.
              OPEN I-O STUDENT-ACCOUNT
              IF NOT WS-ACCOUNT-FILE-OK
                     DISPLAY 'ARAGING: ERROR OPENING ACCOUNT FILE, '
                            'FILE STATUS = ' WS-ACCOUNT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT ACCOUNT-LEDGER
              IF NOT WS-LEDGER-FILE-OK
                     DISPLAY 'ARAGING: ERROR OPENING ACCOUNT LEDGER, '
                            'FILE STATUS = ' WS-LEDGER-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'ARAGING: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT AGING-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY
              MOVE WS-AS-OF-DATE TO WS-AS-OF-FIELDS
              MOVE WS-ASOF-MM TO WS-AOR-MM
              MOVE WS-ASOF-DD TO WS-AOR-DD
              MOVE WS-ASOF-YYYY TO WS-AOR-YYYY.

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
              IF WS-AS-OF-DATE NOT NUMERIC OR
                     WS-AS-OF-DATE < 19000101
                     SET WS-PARM-ERROR TO TRUE
              ELSE
                     PERFORM 1350-EDIT-AS-OF-DATE
              END-IF
              IF WS-HOLD-DAYS NOT NUMERIC
                     SET WS-PARM-ERROR TO TRUE
              END-IF.

       1350-EDIT-AS-OF-DATE.
      *> A month or day out of range, or a day the calendar does not
      *> have, would otherwise age every charge from a nonsense date.
              MOVE WS-AS-OF-DATE TO WS-AS-OF-FIELDS
              IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12 OR
                     WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
                     SET WS-PARM-ERROR TO TRUE
              ELSE
                     COMPUTE WS-AS-OF-DAY-NUMBER =
                            FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                     IF WS-AS-OF-DAY-NUMBER = ZERO
                            SET WS-PARM-ERROR TO TRUE
                     END-IF
              END-IF.

       1400-APPLY-PARM-TOKEN.
              EVALUATE TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                            CONTINUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'ASOF='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) TO
                                   WS-AS-OF-TEXT
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:9) =
                            'HOLDDAYS='
                            PERFORM 1450-TAKE-HOLD-DAYS
                     WHEN OTHER
                            DISPLAY 'ARAGING: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       1450-TAKE-HOLD-DAYS.
      *> One to three digits, right-justified, so HOLDDAYS=60 and
      *> HOLDDAYS=060 mean the same threshold.
              MOVE SPACES TO WS-HOLD-DAYS-WORK
              MOVE ZERO TO WS-HOLD-DAYS-LENGTH
              UNSTRING WS-PARM-TOKEN(WS-TOKEN-SUB)(10:11)
                     DELIMITED BY SPACE
                     INTO WS-HOLD-DAYS-WORK
                            COUNT IN WS-HOLD-DAYS-LENGTH
              END-UNSTRING
              IF WS-HOLD-DAYS-LENGTH < 1 OR WS-HOLD-DAYS-LENGTH > 3
                     SET WS-PARM-ERROR TO TRUE
              ELSE
                     INSPECT WS-HOLD-DAYS-WORK
                            REPLACING LEADING SPACES BY ZEROS
                     MOVE WS-HOLD-DAYS-WORK TO WS-HOLD-DAYS-TEXT
              END-IF.

       2000-AGE-ACCOUNT.
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE ZERO TO WS-STU-CURRENT
              MOVE ZERO TO WS-STU-31-60
              MOVE ZERO TO WS-STU-61-90
              MOVE ZERO TO WS-STU-OVER-90
              SET WS-NOT-OVERDUE TO TRUE
              MOVE SPACES TO WS-HOLD-ACTION
              PERFORM 2100-AGE-OPEN-CHARGES
              PERFORM 2300-SET-HOLD
              IF ACCT-BALANCE NOT = ZERO OR
                     ACCT-FINANCIAL-HOLD OR
                     WS-HOLD-ACTION NOT = SPACES
                     PERFORM 3000-WRITE-AGING-LINE
              END-IF.

       2100-AGE-OPEN-CHARGES.
              MOVE ACCT-STUDENT-ID TO LEDG-STUDENT-ID
              MOVE ZERO TO LEDG-SEQ
              SET WS-LEDGER-BROWSE-OPEN TO TRUE
              START ACCOUNT-LEDGER KEY IS NOT LESS THAN LEDG-KEY
                     INVALID KEY
                            SET WS-LEDGER-BROWSE-DONE TO TRUE
              END-START
              PERFORM UNTIL WS-LEDGER-BROWSE-DONE
                     READ ACCOUNT-LEDGER NEXT
                            AT END
                                   SET WS-LEDGER-BROWSE-DONE TO TRUE
                            NOT AT END
                                   IF LEDG-STUDENT-ID NOT =
                                          ACCT-STUDENT-ID
                                          SET WS-LEDGER-BROWSE-DONE
                                                 TO TRUE
                                   ELSE
                                          IF LEDG-CHARGE AND
                                                 LEDG-OPEN-AMOUNT >
                                                 ZERO
                                                 PERFORM
                                                 2200-AGE-CHARGE
                                          END-IF
                                   END-IF
                     END-READ
              END-PERFORM.

       2200-AGE-CHARGE.
      *> A charge dated after the as-of date (an ASOF= rerun of an
      *> earlier day) is simply current.
              IF LEDG-POST-DATE >= WS-AS-OF-DATE
                     MOVE ZERO TO WS-CHARGE-AGE
              ELSE
                     COMPUTE WS-CHARGE-AGE = WS-AS-OF-DAY-NUMBER -
                            FUNCTION INTEGER-OF-DATE(LEDG-POST-DATE)
              END-IF
              EVALUATE TRUE
                     WHEN WS-CHARGE-AGE <= 30
                            ADD LEDG-OPEN-AMOUNT TO WS-STU-CURRENT
                     WHEN WS-CHARGE-AGE <= 60
                            ADD LEDG-OPEN-AMOUNT TO WS-STU-31-60
                     WHEN WS-CHARGE-AGE <= 90
                            ADD LEDG-OPEN-AMOUNT TO WS-STU-61-90
                     WHEN OTHER
                            ADD LEDG-OPEN-AMOUNT TO WS-STU-OVER-90
              END-EVALUATE
              IF WS-CHARGE-AGE > WS-HOLD-DAYS
                     SET WS-OVERDUE TO TRUE
              END-IF.

       2300-SET-HOLD.
              EVALUATE TRUE
                     WHEN WS-OVERDUE AND ACCT-NO-HOLD
                            SET ACCT-FINANCIAL-HOLD TO TRUE
                            MOVE WS-AS-OF-DATE TO ACCT-HOLD-DATE
                            MOVE 'HOLD PLACED' TO WS-HOLD-ACTION
                            ADD 1 TO WS-HOLD-PLACED-COUNT
                            PERFORM 2400-REWRITE-ACCOUNT
                     WHEN WS-NOT-OVERDUE AND ACCT-FINANCIAL-HOLD
                            SET ACCT-NO-HOLD TO TRUE
                            MOVE ZERO TO ACCT-HOLD-DATE
                            MOVE 'HOLD RELEASED' TO WS-HOLD-ACTION
                            ADD 1 TO WS-HOLD-RELEASED-COUNT
                            PERFORM 2400-REWRITE-ACCOUNT
                     WHEN ACCT-FINANCIAL-HOLD
                            MOVE 'ON HOLD' TO WS-HOLD-ACTION
                     WHEN OTHER
                            CONTINUE
              END-EVALUATE
              IF ACCT-FINANCIAL-HOLD
                     ADD 1 TO WS-HOLD-IN-FORCE-COUNT
              END-IF.

       2400-REWRITE-ACCOUNT.
              REWRITE STUDENT-ACCOUNT-FILE
              IF NOT WS-ACCOUNT-FILE-OK
                     ADD 1 TO WS-REWRITE-ERROR-COUNT
                     DISPLAY 'ARAGING: ACCOUNT REWRITE FAILED FOR '
                            ACCT-STUDENT-ID ', FILE STATUS = '
                            WS-ACCOUNT-FILE-STATUS
              END-IF.

       3000-WRITE-AGING-LINE.
              ADD 1 TO WS-LISTED-COUNT
              MOVE ACCT-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              IF WS-STUDENT-FILE-OK
                     MOVE NAME TO WS-CURRENT-NAME
              ELSE
                     MOVE '*** NOT ON STUDENT FILE ***' TO
                            WS-CURRENT-NAME
              END-IF
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3100-PRINT-HEADING
              END-IF
              MOVE ACCT-STUDENT-ID TO WS-DTL-ID
              MOVE WS-CURRENT-NAME TO WS-DTL-NAME
              MOVE WS-STU-CURRENT TO WS-DTL-CURRENT
              MOVE WS-STU-31-60 TO WS-DTL-31-60
              MOVE WS-STU-61-90 TO WS-DTL-61-90
              MOVE WS-STU-OVER-90 TO WS-DTL-OVER-90
              MOVE ACCT-UNAPPLIED-CREDIT TO WS-DTL-CREDIT
              MOVE ACCT-BALANCE TO WS-DTL-BALANCE
              MOVE WS-HOLD-ACTION TO WS-DTL-HOLD
              WRITE AGE-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
              ADD WS-STU-CURRENT TO WS-GRD-CURRENT
              ADD WS-STU-31-60 TO WS-GRD-31-60
              ADD WS-STU-61-90 TO WS-GRD-61-90
              ADD WS-STU-OVER-90 TO WS-GRD-OVER-90
              ADD ACCT-UNAPPLIED-CREDIT TO WS-GRD-CREDIT
              ADD ACCT-BALANCE TO WS-GRD-BALANCE.

       3100-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-AS-OF-REPORT-DATE TO WS-HDG-AS-OF
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              MOVE WS-HOLD-DAYS TO WS-HDG-HOLD-DAYS
              WRITE AGE-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE AGE-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1
              WRITE AGE-LINE FROM WS-HEADING-LINE-3 AFTER ADVANCING 2
              MOVE ZERO TO WS-LINE-COUNT.

       3200-PRINT-TRAILER.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3100-PRINT-HEADING
              END-IF
              MOVE WS-GRD-CURRENT TO WS-TOT-CURRENT
              MOVE WS-GRD-31-60 TO WS-TOT-31-60
              MOVE WS-GRD-61-90 TO WS-TOT-61-90
              MOVE WS-GRD-OVER-90 TO WS-TOT-OVER-90
              MOVE WS-GRD-CREDIT TO WS-TOT-CREDIT
              MOVE WS-GRD-BALANCE TO WS-TOT-BALANCE
              MOVE WS-ACCOUNT-COUNT TO WS-TR1-COUNT
              MOVE WS-LISTED-COUNT TO WS-TR2-COUNT
              MOVE WS-HOLD-PLACED-COUNT TO WS-TR3-COUNT
              MOVE WS-HOLD-RELEASED-COUNT TO WS-TR4-COUNT
              MOVE WS-HOLD-IN-FORCE-COUNT TO WS-TR5-COUNT
              WRITE AGE-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2
              WRITE AGE-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE AGE-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE AGE-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE AGE-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE AGE-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-ACCOUNT-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'ARAGING' TO RUNC-JOB-NAME
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
                     DISPLAY 'ARAGING: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     PERFORM 3100-PRINT-HEADING
              END-IF
              PERFORM 3200-PRINT-TRAILER
              CLOSE STUDENT-ACCOUNT
              CLOSE ACCOUNT-LEDGER
              CLOSE STUDENT
              CLOSE AGING-REPORT
              DISPLAY 'ARAGING ACCOUNTS AGED:    ' WS-ACCOUNT-COUNT
              DISPLAY 'ARAGING HOLDS PLACED:     ' WS-HOLD-PLACED-COUNT
              DISPLAY 'ARAGING HOLDS RELEASED:   '
                     WS-HOLD-RELEASED-COUNT
              DISPLAY 'ARAGING HOLDS IN FORCE:   '
                     WS-HOLD-IN-FORCE-COUNT.
