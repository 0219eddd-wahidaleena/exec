      *> wipes records. Each run writes a new dated generation and
      *> leaves earlier ones in place; operations prunes old
      *> generations on their own schedule. The backup carries an HDR
      *> control record with the run date and the time the unload
      *> started, and a TRL control record with the unloaded record
      *> count, which STURELD uses to prove a reload is complete
      *> before it reports success. STUROLL re-applies the audit
      *> history from the HDR date and time forward after a reload.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                     05 FILLER PIC X(9) VALUE 'STUBKUP.D'.
                     05 WS-BKP-NAME-DATE PIC 9(8).
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              01 WS-RUN-TIME.
                     05 WS-RUN-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-UNLOADED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-BACKUP-HEADER.
                     05 FILLER PIC X(3) VALUE 'HDR'.
                     05 WS-HDR-DATE PIC 9(8).
                     05 WS-HDR-TIME PIC 9(6).
                     05 FILLER PIC X(27) VALUE SPACES.
              01 WS-BACKUP-DETAIL.
                     05 FILLER PIC X(3) VALUE 'DTL'.
                     05 WS-DTL-STUDENT-IMAGE PIC X(41).

       1000-INITIALIZE.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-DATE TO WS-BKP-NAME-DATE
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT STUDENT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
      *> The time is taken before the first record is read, so any
      *> update the unload might have missed falls after it.
              MOVE WS-RUN-DATE TO WS-HDR-DATE
              MOVE WS-RUN-TIME-HHMMSS TO WS-HDR-TIME
              WRITE BACKUP-RECORD FROM WS-BACKUP-HEADER
              IF NOT WS-BACKUP-FILE-OK
                     PERFORM 8000-BACKUP-WRITE-FAILED
