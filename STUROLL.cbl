        IDENTIFICATION DIVISION.
              PROGRAM-ID. STUROLL.
      *> Forward recovery of STUDENT.KSDS from the audit history,
      *> run after STURELD has rebuilt the file from a STUBKUP
      *> generation. The generation arrives on the command line as
      *> BACKUP=yyyymmdd, the same one given to STURELD; its HDR
      *> record supplies the date and time the unload started. The
      *> job refuses to run unless the run-control ledger shows the
      *> latest STURELD ended cleanly reloading that same generation,
      *> so the history is never laid over a file it does not
      *> belong to. AUDHIST.KSDS is then read in timestamp order
      *> from the HDR date and time forward, and every STUDENT add,
      *> change, and delete after-image is re-applied:
      *>   APPLIED  - the restored record matched the before-image
      *>              (or was absent for an add) and was updated;
      *>   SKIPPED  - the restored record already matches the
      *>              after-image, so the backup caught the update;
      *>   CONFLICT - the restored record matches neither image and
      *>              is left exactly as it is.
      *> Audit events for other files are passed by and counted.
      *> Every STUDENT event is listed on the recovery report with
      *> totals, and any conflict ends the job with return code 8 so
      *> operations knows the file needs a human look. AUDDRAIN must
      *> have hardened the day's AUDQ traffic first, and STUMAINT
      *> must stay closed until the job ends. STUARCH and STURETR
      *> keep no audit trail, so their work is not recovered here.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-FILE-STATUS.
              SELECT AUDIT-HISTORY ASSIGN TO 'AUDHIST.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AUDH-KEY
              ALTERNATE RECORD KEY IS AUDH-STUDENT-ID
                     WITH DUPLICATES
              FILE STATUS IS WS-AUDIT-HISTORY-STATUS.
              SELECT STUDENT ASSIGN TO 'STUDENT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STUDENT-ID
              ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
              SELECT RECOVERY-REPORT ASSIGN TO 'STUROLL.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD BACKUP-FILE.
              01 BACKUP-RECORD.
                     05 BKP-RECORD-TYPE PIC X(3).
                            88 BKP-HEADER-RECORD VALUE 'HDR'.
                     05 BKP-RECORD-DATA PIC X(41).
                     05 BKP-HEADER-DATA REDEFINES BKP-RECORD-DATA.
                            10 BKP-HDR-DATE PIC X(8).
                            10 BKP-HDR-TIME PIC X(6).
                            10 FILLER PIC X(27).
              FD AUDIT-HISTORY.
              COPY AUDHREC.
              FD STUDENT.
              COPY STUDREC.
              FD RECOVERY-REPORT.
              01 RCV-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-BACKUP-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-BACKUP-FILE-OK VALUE '00'.
              01 WS-AUDIT-HISTORY-STATUS PIC X(2) VALUE '00'.
                     88 WS-AUDIT-HISTORY-OK VALUE '00'.
                     88 WS-AUDIT-HISTORY-EOF VALUE '10'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-BACKUP-FILE-NAME.
                     05 FILLER PIC X(9) VALUE 'STUBKUP.D'.
                     05 WS-BKP-NAME-DATE PIC X(8).
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-LEDGER-EOF PIC A(1) VALUE 'N'.
                     88 WS-LEDGER-EOF-YES VALUE 'Y'.
              01 WS-RELOAD-SEEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-RELOAD-SEEN VALUE 'Y'.
              01 WS-RELOAD-PARM PIC X(20) VALUE SPACES.
              01 WS-RELOAD-RETURN-CODE PIC 9(2) VALUE ZERO.
              01 WS-EXPECTED-PARM.
                     05 FILLER PIC X(7) VALUE 'BACKUP='.
                     05 WS-EXP-BACKUP-DATE PIC X(8).
      *> Where the history is picked up: the backup's HDR date and
      *> unload start time.
              01 WS-RECOVERY-START.
                     05 WS-START-DATE PIC 9(8) VALUE ZERO.
                     05 WS-START-TIME PIC 9(6) VALUE ZERO.
      *> The STUDENT-FILE images as the audit record carries them.
              01 WS-BEFORE-IMAGE PIC X(41) VALUE SPACES.
              01 WS-AFTER-IMAGE PIC X(41) VALUE SPACES.
              01 WS-DISPOSITION PIC X(10) VALUE SPACES.
                     88 WS-EVENT-APPLIED VALUE 'APPLIED'.
                     88 WS-EVENT-SKIPPED VALUE 'SKIPPED'.
                     88 WS-EVENT-CONFLICT VALUE 'CONFLICT'.
              01 WS-REASON PIC X(30) VALUE SPACES.
              01 WS-EVENT-COUNT PIC 9(7) VALUE ZERO.
              01 WS-STUDENT-EVENT-COUNT PIC 9(7) VALUE ZERO.
              01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CONFLICT-COUNT PIC 9(7) VALUE ZERO.
              01 WS-OTHER-FILE-COUNT PIC 9(7) VALUE ZERO.
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
                            'FORWARD RECOVERY REPORT'.
                     05 FILLER PIC X(8) VALUE 'BACKUP: '.
                     05 WS-HDG-BACKUP-DATE PIC 9(8).
                     05 FILLER PIC X(1) VALUE SPACE.
                     05 WS-HDG-BACKUP-TIME PIC 9(6).
                     05 FILLER PIC X(19) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(10) VALUE 'DATE'.
                     05 FILLER PIC X(8) VALUE 'TIME'.
                     05 FILLER PIC X(9) VALUE 'SEQ'.
                     05 FILLER PIC X(8) VALUE 'EVENT'.
                     05 FILLER PIC X(9) VALUE 'STUDENT'.
                     05 FILLER PIC X(10) VALUE 'JOB'.
                     05 FILLER PIC X(10) VALUE 'USER'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-DATE PIC 9(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-TIME PIC 9(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-SEQ PIC 9(7).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-EVENT PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-STUDENT-ID PIC 9(5).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-JOB-NAME PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-USER-ID PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DISPOSITION PIC X(12).
                     05 WS-DTL-REASON PIC X(30).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(28) VALUE 'AUDIT EVENTS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(28) VALUE
                            'OTHER FILES (PASSED BY):'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(28) VALUE 'STUDENT EVENTS:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(28) VALUE '  APPLIED:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(28) VALUE
                            '  SKIPPED (ALREADY ON):'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(28) VALUE '  CONFLICTS:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM 2000-ROLL-FORWARD
              PERFORM 9000-TERMINATE
              IF WS-CONFLICT-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              IF WS-PARM-LINE(1:7) = 'BACKUP='
                     MOVE WS-PARM-LINE(8:8) TO WS-BKP-NAME-DATE
              END-IF
              IF WS-BKP-NAME-DATE = SPACES
                     DISPLAY 'STUROLL: BACKUP=YYYYMMDD PARAMETER IS '
                            'REQUIRED, NOTHING RECOVERED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 1100-READ-BACKUP-HEADER
              PERFORM 1200-CHECK-RELOAD-LEDGER
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT AUDIT-HISTORY
              IF NOT WS-AUDIT-HISTORY-OK
                     DISPLAY 'STUROLL: ERROR OPENING AUDIT HISTORY, '
                            'FILE STATUS = ' WS-AUDIT-HISTORY-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'STUROLL: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT RECOVERY-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY.

       1100-READ-BACKUP-HEADER.
              OPEN INPUT BACKUP-FILE
              IF NOT WS-BACKUP-FILE-OK
                     DISPLAY 'STUROLL: ERROR OPENING BACKUP '
                            WS-BACKUP-FILE-NAME ', FILE STATUS = '
                            WS-BACKUP-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              READ BACKUP-FILE
              IF NOT WS-BACKUP-FILE-OK OR NOT BKP-HEADER-RECORD OR
                     BKP-HDR-DATE NOT NUMERIC
                     DISPLAY 'STUROLL: BACKUP ' WS-BACKUP-FILE-NAME
                            ' HAS NO USABLE HEADER, NOTHING RECOVERED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              MOVE BKP-HDR-DATE TO WS-START-DATE
      *> Generations unloaded before the HDR carried a time start
      *> the history at midnight; an update the backup already holds
      *> then comes back SKIPPED, and anything less certain as a
      *> CONFLICT for a person to judge.
              IF BKP-HDR-TIME NUMERIC
                     MOVE BKP-HDR-TIME TO WS-START-TIME
              ELSE
                     MOVE ZERO TO WS-START-TIME
                     DISPLAY 'STUROLL: WARNING - BACKUP HEADER HAS NO '
                            'TIME, RECOVERING FROM START OF '
                            WS-START-DATE
              END-IF
              CLOSE BACKUP-FILE.

       1200-CHECK-RELOAD-LEDGER.
      *> The latest STURELD on the ledger must have reloaded this
      *> same generation and ended cleanly.
              MOVE WS-BKP-NAME-DATE TO WS-EXP-BACKUP-DATE
              OPEN INPUT RUN-CONTROL
              IF WS-RUN-CONTROL-OK
                     PERFORM UNTIL WS-LEDGER-EOF-YES
                            READ RUN-CONTROL
                                   AT END
                                          SET WS-LEDGER-EOF-YES TO TRUE
                                   NOT AT END
                                          PERFORM
                                          1250-CHECK-LEDGER-RECORD
                            END-READ
                     END-PERFORM
                     CLOSE RUN-CONTROL
              END-IF
              IF NOT WS-RELOAD-SEEN OR
                     WS-RELOAD-PARM(1:15) NOT = WS-EXPECTED-PARM OR
                     WS-RELOAD-RETURN-CODE NOT = ZERO
                     DISPLAY 'STUROLL: NO CLEAN STURELD RELOAD OF '
                            'BACKUP ' WS-BKP-NAME-DATE
                            ' IS THE LATEST ON THE RUN-CONTROL LEDGER'
                            ', NOTHING RECOVERED'
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
              END-IF.

       1250-CHECK-LEDGER-RECORD.
              IF RUNC-END-RECORD AND RUNC-JOB-NAME = 'STURELD'
                     SET WS-RELOAD-SEEN TO TRUE
                     MOVE RUNC-PARM TO WS-RELOAD-PARM
                     MOVE RUNC-RETURN-CODE TO WS-RELOAD-RETURN-CODE
              END-IF.

       2000-ROLL-FORWARD.
              MOVE WS-START-DATE TO AUDH-DATE
              MOVE WS-START-TIME TO AUDH-TIME
              MOVE ZERO TO AUDH-SEQ
              START AUDIT-HISTORY KEY IS NOT LESS THAN AUDH-KEY
                     INVALID KEY
                            SET WS-EOF-YES TO TRUE
              END-START
              PERFORM UNTIL WS-EOF-YES
                     READ AUDIT-HISTORY NEXT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   ADD 1 TO WS-EVENT-COUNT
                                   PERFORM 2100-REAPPLY-EVENT
                     END-READ
              END-PERFORM.

       2100-REAPPLY-EVENT.
              IF NOT AUDH-FILE-STUDENT
                     ADD 1 TO WS-OTHER-FILE-COUNT
              ELSE
                     ADD 1 TO WS-STUDENT-EVENT-COUNT
                     MOVE SPACES TO WS-DISPOSITION
                     MOVE SPACES TO WS-REASON
                     MOVE AUDH-BEFORE-RECORD TO WS-BEFORE-IMAGE
                     MOVE AUDH-AFTER-RECORD TO WS-AFTER-IMAGE
                     EVALUATE TRUE
                            WHEN AUDH-OP-ADD
                                   PERFORM 2200-REAPPLY-ADD
                            WHEN AUDH-OP-CHANGE
                                   PERFORM 2300-REAPPLY-CHANGE
                            WHEN AUDH-OP-DELETE
                                   PERFORM 2400-REAPPLY-DELETE
                            WHEN OTHER
                                   SET WS-EVENT-CONFLICT TO TRUE
                                   MOVE 'UNKNOWN STUDENT OPERATION' TO
                                          WS-REASON
                     END-EVALUATE
                     EVALUATE TRUE
                            WHEN WS-EVENT-APPLIED
                                   ADD 1 TO WS-APPLIED-COUNT
                            WHEN WS-EVENT-SKIPPED
                                   ADD 1 TO WS-SKIPPED-COUNT
                            WHEN OTHER
                                   ADD 1 TO WS-CONFLICT-COUNT
                     END-EVALUATE
                     PERFORM 3000-WRITE-DETAIL-LINE
              END-IF.

       2200-REAPPLY-ADD.
              MOVE AUDH-AFTER-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              EVALUATE TRUE
                     WHEN WS-STUDENT-FILE-MISSING
                            MOVE WS-AFTER-IMAGE TO STUDENT-FILE
                            WRITE STUDENT-FILE
                            PERFORM 2500-CHECK-UPDATE
                     WHEN NOT WS-STUDENT-FILE-OK
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'STUDENT FILE ERROR' TO WS-REASON
                     WHEN STUDENT-FILE = WS-AFTER-IMAGE
                            SET WS-EVENT-SKIPPED TO TRUE
                            MOVE 'ALREADY ON FILE' TO WS-REASON
                     WHEN OTHER
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'ADD BUT ID ALREADY ON FILE' TO
                                   WS-REASON
              END-EVALUATE.

       2300-REAPPLY-CHANGE.
              MOVE AUDH-BEFORE-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              EVALUATE TRUE
                     WHEN AUDH-AFTER-STUDENT-ID NOT =
                            AUDH-BEFORE-STUDENT-ID
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'CHANGE ALTERS STUDENT-ID' TO
                                   WS-REASON
                     WHEN WS-STUDENT-FILE-MISSING
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'CHANGE BUT ID NOT ON FILE' TO
                                   WS-REASON
                     WHEN NOT WS-STUDENT-FILE-OK
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'STUDENT FILE ERROR' TO WS-REASON
                     WHEN STUDENT-FILE = WS-BEFORE-IMAGE
                            MOVE WS-AFTER-IMAGE TO STUDENT-FILE
                            REWRITE STUDENT-FILE
                            PERFORM 2500-CHECK-UPDATE
                     WHEN STUDENT-FILE = WS-AFTER-IMAGE
                            SET WS-EVENT-SKIPPED TO TRUE
                            MOVE 'ALREADY ON FILE' TO WS-REASON
                     WHEN OTHER
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'BEFORE-IMAGE DOES NOT MATCH' TO
                                   WS-REASON
              END-EVALUATE.

       2400-REAPPLY-DELETE.
              MOVE AUDH-BEFORE-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              EVALUATE TRUE
                     WHEN WS-STUDENT-FILE-MISSING
                            SET WS-EVENT-SKIPPED TO TRUE
                            MOVE 'ALREADY DELETED' TO WS-REASON
                     WHEN NOT WS-STUDENT-FILE-OK
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'STUDENT FILE ERROR' TO WS-REASON
                     WHEN STUDENT-FILE = WS-BEFORE-IMAGE
                            DELETE STUDENT
                            PERFORM 2500-CHECK-UPDATE
                     WHEN OTHER
                            SET WS-EVENT-CONFLICT TO TRUE
                            MOVE 'BEFORE-IMAGE DOES NOT MATCH' TO
                                   WS-REASON
              END-EVALUATE.

       2500-CHECK-UPDATE.
              IF WS-STUDENT-FILE-OK
                     SET WS-EVENT-APPLIED TO TRUE
              ELSE
                     SET WS-EVENT-CONFLICT TO TRUE
                     MOVE 'STUDENT FILE ERROR' TO WS-REASON
                     DISPLAY 'STUROLL: UPDATE FAILED FOR STUDENT '
                            STUDENT-ID ', FILE STATUS = '
                            WS-STUDENT-FILE-STATUS
              END-IF.

       3000-WRITE-DETAIL-LINE.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3100-PRINT-HEADING
              END-IF
              MOVE AUDH-DATE TO WS-DTL-DATE
              MOVE AUDH-TIME TO WS-DTL-TIME
              MOVE AUDH-SEQ TO WS-DTL-SEQ
              EVALUATE TRUE
                     WHEN AUDH-OP-ADD
                            MOVE 'ADD' TO WS-DTL-EVENT
                     WHEN AUDH-OP-CHANGE
                            MOVE 'CHANGE' TO WS-DTL-EVENT
                     WHEN AUDH-OP-DELETE
                            MOVE 'DELETE' TO WS-DTL-EVENT
                     WHEN OTHER
                            MOVE AUDH-OPERATION-CODE TO WS-DTL-EVENT
              END-EVALUATE
              MOVE AUDH-STUDENT-ID TO WS-DTL-STUDENT-ID
              MOVE AUDH-JOB-NAME TO WS-DTL-JOB-NAME
              MOVE AUDH-USER-ID TO WS-DTL-USER-ID
              MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION
              MOVE WS-REASON TO WS-DTL-REASON
              WRITE RCV-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT.

       3100-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-START-DATE TO WS-HDG-BACKUP-DATE
              MOVE WS-START-TIME TO WS-HDG-BACKUP-TIME
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE RCV-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE RCV-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 2
              MOVE 3 TO WS-LINE-COUNT.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-APPLIED-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'STUROLL' TO RUNC-JOB-NAME
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
                     DISPLAY 'STUROLL: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              IF WS-PAGE-COUNT = ZERO
                     PERFORM 3100-PRINT-HEADING
              END-IF
              MOVE WS-EVENT-COUNT TO WS-TR1-COUNT
              MOVE WS-OTHER-FILE-COUNT TO WS-TR2-COUNT
              MOVE WS-STUDENT-EVENT-COUNT TO WS-TR3-COUNT
              MOVE WS-APPLIED-COUNT TO WS-TR4-COUNT
              MOVE WS-SKIPPED-COUNT TO WS-TR5-COUNT
              MOVE WS-CONFLICT-COUNT TO WS-TR6-COUNT
              WRITE RCV-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE RCV-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE RCV-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE RCV-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE RCV-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE RCV-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              CLOSE AUDIT-HISTORY
              CLOSE STUDENT
              CLOSE RECOVERY-REPORT
              IF WS-CONFLICT-COUNT > 0
                     DISPLAY 'STUROLL: ' WS-CONFLICT-COUNT
                            ' CONFLICTING EVENTS LEFT UNAPPLIED, '
                            'STUDENT.KSDS NEEDS REVIEW'
              END-IF
              DISPLAY 'STUROLL EVENTS READ:  ' WS-EVENT-COUNT
              DISPLAY 'STUROLL APPLIED:      ' WS-APPLIED-COUNT
              DISPLAY 'STUROLL SKIPPED:      ' WS-SKIPPED-COUNT
              DISPLAY 'STUROLL CONFLICTS:    ' WS-CONFLICT-COUNT.
