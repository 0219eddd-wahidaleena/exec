        IDENTIFICATION DIVISION.
              PROGRAM-ID. SECRPT.
      *> Nightly security report. Drains the SECQ transient data
      *> queue of functions STUMAINT, ENRMAINT, STUINQ, SCHINQ, and
      *> AUDINQ refused for want of an OPERAUTH right, and lists every
      *> refused attempt grouped by user, the way WAITRPT groups by
      *> course. Each user's group line carries the rights OPERAUTH
      *> grants that user tonight, so a refusal can be read against
      *> the grant it ran into. A second section lists every row on
      *> OPERAUTH so the security officer signs off the full grant
      *> table each morning. The queue dataset is emptied after the
      *> run; the printed report is the record of the night.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SECURITY-QUEUE ASSIGN TO 'SECQ.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECURITY-QUEUE-STATUS.
              SELECT OPERATOR-AUTHORITY ASSIGN TO 'OPERAUTH.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-USER-ID
              FILE STATUS IS WS-OPERATOR-AUTHORITY-STATUS.
              SELECT SECURITY-REPORT ASSIGN TO 'SECRPT.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SECURITY-SORT-WORK ASSIGN TO 'SECRPT.SRT'.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD SECURITY-QUEUE.
              COPY SECVREC.
              FD OPERATOR-AUTHORITY.
              COPY OPERREC.
              FD SECURITY-REPORT.
              01 SEC-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
              SD SECURITY-SORT-WORK.
              01 SD-SECURITY-RECORD.
                     05 SD-USER-ID PIC X(8).
                     05 SD-SECV-DATE PIC 9(8).
                     05 SD-SECV-TIME PIC 9(6).
                     05 SD-JOB-NAME PIC X(8).
                     05 SD-FUNCTION-CODE PIC X(1).
                     05 SD-RIGHT-CODE PIC X(1).
                     05 SD-REASON-CODE PIC X(1).
                     05 SD-REQUEST-DATA PIC X(25).
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-SECURITY-QUEUE-STATUS PIC X(2) VALUE '00'.
                     88 WS-SECURITY-QUEUE-OK VALUE '00'.
                     88 WS-SECURITY-QUEUE-EOF VALUE '10'.
              01 WS-OPERATOR-AUTHORITY-STATUS PIC X(2) VALUE '00'.
                     88 WS-OPERATOR-AUTHORITY-OK VALUE '00'.
                     88 WS-OPERATOR-AUTHORITY-EOF VALUE '10'.
              01 WS-AUTHORITY-OPEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-AUTHORITY-OPEN VALUE 'Y'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-SORT-EOF PIC A(1) VALUE 'N'.
                     88 WS-SORT-EOF-YES VALUE 'Y'.
              01 WS-GRANT-EOF PIC A(1) VALUE 'N'.
                     88 WS-GRANT-EOF-YES VALUE 'Y'.
              01 WS-DRAINED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-NOT-GRANTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-NOT-ON-FILE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-UNAVAILABLE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-USER-COUNT PIC 9(7) VALUE ZERO.
              01 WS-GRANT-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CURRENT-USER-ID PIC X(8) VALUE LOW-VALUES.
              01 WS-COUNTED-USER-ID PIC X(8) VALUE LOW-VALUES.
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
                     05 FILLER PIC X(30) VALUE SPACES.
                     05 FILLER PIC X(36) VALUE
                            'NIGHTLY SECURITY REPORT'.
                     05 FILLER PIC X(26) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-SECTION-LINE.
                     05 WS-SECTION-TITLE PIC X(30) VALUE SPACES.
                            88 WS-SECTION-REFUSED VALUE
                                   'REFUSED ATTEMPTS BY USER'.
                            88 WS-SECTION-GRANTS VALUE
                                   'CURRENT AUTHORITY GRANTS'.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(10) VALUE 'DATE'.
                     05 FILLER PIC X(8) VALUE 'TIME'.
                     05 FILLER PIC X(10) VALUE 'TRAN'.
                     05 FILLER PIC X(5) VALUE 'FUNC'.
                     05 FILLER PIC X(15) VALUE 'RIGHT'.
                     05 FILLER PIC X(24) VALUE 'REASON'.
                     05 FILLER PIC X(25) VALUE 'REQUEST'.
              01 WS-HEADING-LINE-3.
                     05 FILLER PIC X(10) VALUE 'USER'.
                     05 FILLER PIC X(27) VALUE 'USER NAME'.
                     05 FILLER PIC X(4) VALUE 'INQ'.
                     05 FILLER PIC X(4) VALUE 'UPD'.
                     05 FILLER PIC X(4) VALUE 'DEL'.
                     05 FILLER PIC X(4) VALUE 'REG'.
                     05 FILLER PIC X(4) VALUE 'OVR'.
                     05 FILLER PIC X(12) VALUE 'LAST CHANGED'.
              01 WS-GROUP-LINE.
                     05 FILLER PIC X(6) VALUE 'USER: '.
                     05 WS-GRP-USER-ID PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-GRP-USER-NAME PIC X(25).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(8) VALUE 'GRANTS: '.
                     05 WS-GRP-GRANTS PIC X(33).
              01 WS-GRANTS-TEXT.
                     05 FILLER PIC X(4) VALUE 'INQ='.
                     05 WS-GRT-INQUIRY PIC X(1).
                     05 FILLER PIC X(6) VALUE '  UPD='.
                     05 WS-GRT-UPDATE PIC X(1).
                     05 FILLER PIC X(6) VALUE '  DEL='.
                     05 WS-GRT-DELETE PIC X(1).
                     05 FILLER PIC X(6) VALUE '  REG='.
                     05 WS-GRT-REGISTER PIC X(1).
                     05 FILLER PIC X(6) VALUE '  OVR='.
                     05 WS-GRT-OVERRIDE PIC X(1).
              01 WS-DETAIL-LINE.
                     05 WS-DTL-DATE PIC 9(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-TIME PIC 9(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-JOB-NAME PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-FUNCTION PIC X(1).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-RIGHT PIC X(13).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-REASON PIC X(22).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-REQUEST PIC X(25).
              01 WS-GRANT-LINE.
                     05 WS-GNT-USER-ID PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-GNT-USER-NAME PIC X(25).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-GNT-INQUIRY PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-GNT-UPDATE PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-GNT-DELETE PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-GNT-REGISTER PIC X(1).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-GNT-OVERRIDE PIC X(1).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-GNT-CHANGED-DATE PIC 9(8).
              01 WS-NONE-LINE PIC X(40) VALUE SPACES.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(24) VALUE 'REFUSED ATTEMPTS:'.
                     05 WS-TRL-DRAINED PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(24) VALUE '  RIGHT NOT GRANTED:'.
                     05 WS-TRL-NOT-GRANTED PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(24) VALUE '  USER NOT ON FILE:'.
                     05 WS-TRL-NOT-ON-FILE PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(24) VALUE
                            '  AUTHORITY UNAVAILABLE:'.
                     05 WS-TRL-UNAVAILABLE PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(24) VALUE 'USERS REFUSED:'.
                     05 WS-TRL-USERS PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(24) VALUE
                            'USERS ON AUTHORITY FILE:'.
                     05 WS-TRL-GRANTS PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              SET WS-SECTION-REFUSED TO TRUE
              SORT SECURITY-SORT-WORK ON ASCENDING KEY SD-USER-ID
                     SD-SECV-DATE SD-SECV-TIME
                     INPUT PROCEDURE IS 2000-DRAIN-QUEUE
                     OUTPUT PROCEDURE IS 3000-PRINT-REFUSALS
              SET WS-SECTION-GRANTS TO TRUE
              PERFORM 4000-PRINT-GRANTS
              PERFORM 9000-TERMINATE
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT SECURITY-QUEUE
              IF NOT WS-SECURITY-QUEUE-OK
                     DISPLAY 'SECRPT: ERROR OPENING SECURITY QUEUE, '
                            'FILE STATUS = ' WS-SECURITY-QUEUE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
      *> The refusals still print without the grant table; each user
      *> then shows as not on file and the grants section says why.
              OPEN INPUT OPERATOR-AUTHORITY
              IF WS-OPERATOR-AUTHORITY-OK
                     SET WS-AUTHORITY-OPEN TO TRUE
              ELSE
                     DISPLAY 'SECRPT: WARNING - OPERATOR AUTHORITY '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-OPERATOR-AUTHORITY-STATUS
              END-IF
              OPEN OUTPUT SECURITY-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY.

       2000-DRAIN-QUEUE.
              PERFORM UNTIL WS-EOF-YES
                     READ SECURITY-QUEUE
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 2100-COUNT-AND-RELEASE
                     END-READ
              END-PERFORM.

       2100-COUNT-AND-RELEASE.
              ADD 1 TO WS-DRAINED-COUNT
              EVALUATE TRUE
                     WHEN SECV-RIGHT-NOT-GRANTED
                            ADD 1 TO WS-NOT-GRANTED-COUNT
                     WHEN SECV-USER-NOT-ON-FILE
                            ADD 1 TO WS-NOT-ON-FILE-COUNT
                     WHEN SECV-AUTHORITY-UNAVAILABLE
                            ADD 1 TO WS-UNAVAILABLE-COUNT
              END-EVALUATE
              MOVE SECV-USER-ID TO SD-USER-ID
              MOVE SECV-DATE TO SD-SECV-DATE
              MOVE SECV-TIME TO SD-SECV-TIME
              MOVE SECV-JOB-NAME TO SD-JOB-NAME
              MOVE SECV-FUNCTION-CODE TO SD-FUNCTION-CODE
              MOVE SECV-RIGHT-CODE TO SD-RIGHT-CODE
              MOVE SECV-REASON-CODE TO SD-REASON-CODE
              MOVE SECV-REQUEST-DATA TO SD-REQUEST-DATA
              RELEASE SD-SECURITY-RECORD.

       3000-PRINT-REFUSALS.
              PERFORM UNTIL WS-SORT-EOF-YES
                     RETURN SECURITY-SORT-WORK
                            AT END
                                   SET WS-SORT-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 3100-WRITE-REFUSAL-LINE
                     END-RETURN
              END-PERFORM
              IF WS-DRAINED-COUNT = ZERO
                     PERFORM 3200-PRINT-HEADING
                     MOVE 'NO REFUSED ATTEMPTS' TO WS-NONE-LINE
                     WRITE SEC-LINE FROM WS-NONE-LINE
                            AFTER ADVANCING 2
                     ADD 2 TO WS-LINE-COUNT
              END-IF.

       3100-WRITE-REFUSAL-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3200-PRINT-HEADING
                     MOVE LOW-VALUES TO WS-CURRENT-USER-ID
              END-IF
              IF SD-USER-ID NOT = WS-CURRENT-USER-ID
                     PERFORM 3300-WRITE-USER-GROUP
              END-IF
              MOVE SD-SECV-DATE TO WS-DTL-DATE
              MOVE SD-SECV-TIME TO WS-DTL-TIME
              MOVE SD-JOB-NAME TO WS-DTL-JOB-NAME
              MOVE SD-FUNCTION-CODE TO WS-DTL-FUNCTION
              EVALUATE SD-RIGHT-CODE
                     WHEN 'I'
                            MOVE 'INQUIRY' TO WS-DTL-RIGHT
                     WHEN 'U'
                            MOVE 'ADD/CHANGE' TO WS-DTL-RIGHT
                     WHEN 'D'
                            MOVE 'DELETE' TO WS-DTL-RIGHT
                     WHEN 'R'
                            MOVE 'REGISTER/DROP' TO WS-DTL-RIGHT
                     WHEN 'O'
                            MOVE 'OVERRIDE' TO WS-DTL-RIGHT
                     WHEN OTHER
                            MOVE SD-RIGHT-CODE TO WS-DTL-RIGHT
              END-EVALUATE
              EVALUATE SD-REASON-CODE
                     WHEN 'R'
                            MOVE 'RIGHT NOT GRANTED' TO WS-DTL-REASON
                     WHEN 'N'
                            MOVE 'USER NOT ON FILE' TO WS-DTL-REASON
                     WHEN 'E'
                            MOVE 'AUTHORITY UNAVAILABLE' TO
                                   WS-DTL-REASON
                     WHEN OTHER
                            MOVE SD-REASON-CODE TO WS-DTL-REASON
              END-EVALUATE
              MOVE SD-REQUEST-DATA TO WS-DTL-REQUEST
              WRITE SEC-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3200-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE SEC-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE SEC-LINE FROM WS-SECTION-LINE AFTER ADVANCING 2
              IF WS-SECTION-REFUSED
                     WRITE SEC-LINE FROM WS-HEADING-LINE-2
                            AFTER ADVANCING 2
              ELSE
                     WRITE SEC-LINE FROM WS-HEADING-LINE-3
                            AFTER ADVANCING 2
              END-IF
              MOVE 5 TO WS-LINE-COUNT.

       3300-WRITE-USER-GROUP.
      *> The grant shown is tonight's OPERAUTH row, not the one in
      *> force at the time of the attempt; OPRMAINT's audit trail
      *> answers what it was then.
              MOVE SD-USER-ID TO WS-CURRENT-USER-ID
      *> A user carried over a page break is printed again but
      *> counted once.
              IF SD-USER-ID NOT = WS-COUNTED-USER-ID
                     MOVE SD-USER-ID TO WS-COUNTED-USER-ID
                     ADD 1 TO WS-USER-COUNT
              END-IF
              MOVE SD-USER-ID TO WS-GRP-USER-ID
              MOVE SPACES TO WS-GRP-USER-NAME
              MOVE 'NOT ON AUTHORITY FILE' TO WS-GRP-GRANTS
              IF WS-AUTHORITY-OPEN
                     MOVE SD-USER-ID TO OPER-USER-ID
                     READ OPERATOR-AUTHORITY
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   MOVE OPER-USER-NAME TO
                                          WS-GRP-USER-NAME
                                   MOVE OPER-INQUIRY-RIGHT TO
                                          WS-GRT-INQUIRY
                                   MOVE OPER-UPDATE-RIGHT TO
                                          WS-GRT-UPDATE
                                   MOVE OPER-DELETE-RIGHT TO
                                          WS-GRT-DELETE
                                   MOVE OPER-REGISTER-RIGHT TO
                                          WS-GRT-REGISTER
                                   MOVE OPER-OVERRIDE-RIGHT TO
                                          WS-GRT-OVERRIDE
                                   MOVE WS-GRANTS-TEXT TO
                                          WS-GRP-GRANTS
                     END-READ
              END-IF
              WRITE SEC-LINE FROM WS-GROUP-LINE AFTER ADVANCING 2
              ADD 2 TO WS-LINE-COUNT.

       4000-PRINT-GRANTS.
              PERFORM 3200-PRINT-HEADING
              IF NOT WS-AUTHORITY-OPEN
                     MOVE 'OPERATOR AUTHORITY FILE NOT AVAILABLE' TO
                            WS-NONE-LINE
                     WRITE SEC-LINE FROM WS-NONE-LINE
                            AFTER ADVANCING 2
              ELSE
                     MOVE LOW-VALUES TO OPER-USER-ID
                     START OPERATOR-AUTHORITY
                            KEY IS NOT LESS THAN OPER-USER-ID
                            INVALID KEY
                                   SET WS-GRANT-EOF-YES TO TRUE
                     END-START
                     PERFORM UNTIL WS-GRANT-EOF-YES
                            READ OPERATOR-AUTHORITY NEXT
                                   AT END
                                          SET WS-GRANT-EOF-YES TO TRUE
                                   NOT AT END
                                          PERFORM 4100-WRITE-GRANT-LINE
                            END-READ
                     END-PERFORM
              END-IF.

       4100-WRITE-GRANT-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3200-PRINT-HEADING
              END-IF
              ADD 1 TO WS-GRANT-COUNT
              MOVE OPER-USER-ID TO WS-GNT-USER-ID
              MOVE OPER-USER-NAME TO WS-GNT-USER-NAME
              MOVE OPER-INQUIRY-RIGHT TO WS-GNT-INQUIRY
              MOVE OPER-UPDATE-RIGHT TO WS-GNT-UPDATE
              MOVE OPER-DELETE-RIGHT TO WS-GNT-DELETE
              MOVE OPER-REGISTER-RIGHT TO WS-GNT-REGISTER
              MOVE OPER-OVERRIDE-RIGHT TO WS-GNT-OVERRIDE
              MOVE OPER-LAST-CHANGED-DATE TO WS-GNT-CHANGED-DATE
              WRITE SEC-LINE FROM WS-GRANT-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       5000-PRINT-TRAILER.
              MOVE WS-DRAINED-COUNT TO WS-TRL-DRAINED
              MOVE WS-NOT-GRANTED-COUNT TO WS-TRL-NOT-GRANTED
              MOVE WS-NOT-ON-FILE-COUNT TO WS-TRL-NOT-ON-FILE
              MOVE WS-UNAVAILABLE-COUNT TO WS-TRL-UNAVAILABLE
              MOVE WS-USER-COUNT TO WS-TRL-USERS
              MOVE WS-GRANT-COUNT TO WS-TRL-GRANTS
              WRITE SEC-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE SEC-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE SEC-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE SEC-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE SEC-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE SEC-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-DRAINED-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'SECRPT' TO RUNC-JOB-NAME
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
                     DISPLAY 'SECRPT: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              PERFORM 5000-PRINT-TRAILER
              CLOSE SECURITY-QUEUE
              PERFORM 9100-RESET-SECURITY-QUEUE
              IF WS-AUTHORITY-OPEN
                     CLOSE OPERATOR-AUTHORITY
              END-IF
              CLOSE SECURITY-REPORT
              DISPLAY 'SECRPT REFUSED ATTEMPTS:  ' WS-DRAINED-COUNT
              DISPLAY 'SECRPT USERS REFUSED:     ' WS-USER-COUNT
              DISPLAY 'SECRPT USERS ON FILE:     ' WS-GRANT-COUNT.

       9100-RESET-SECURITY-QUEUE.
      *> Everything drained is on the printed report; emptying the
      *> queue keeps tomorrow's report to tomorrow's attempts.
              OPEN OUTPUT SECURITY-QUEUE
              IF WS-SECURITY-QUEUE-OK
                     CLOSE SECURITY-QUEUE
              ELSE
                     DISPLAY 'SECRPT: WARNING - UNABLE TO RESET '
                            'SECURITY QUEUE, FILE STATUS = '
                            WS-SECURITY-QUEUE-STATUS
              END-IF.
