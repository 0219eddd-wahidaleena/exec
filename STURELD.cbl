      *> and only when that count matches the backup trailer does the
      *> job report success. Any structural problem or count mismatch
      *> leaves a nonzero return code so operations never trusts a
      *> bad restore. A reload over later batch updates is refused
      *> unless ROLLFWD follows the backup date on the command line,
      *> saying STUROLL will re-apply the audit history once the
      *> reload is done.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              01 WS-LATER-UPDATE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-LATER-UPDATE-FOUND VALUE 'Y'.
              01 WS-GUARD-DATE PIC 9(8) VALUE ZERO.
              01 WS-ROLLFWD-COUNT PIC 9(2) VALUE ZERO.
              01 WS-LOADED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-LOAD-ERROR-COUNT PIC 9(7) VALUE ZERO.
              01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
                            CLOSE RUN-CONTROL
                     END-IF
              END-IF
              INSPECT WS-PARM-LINE TALLYING WS-ROLLFWD-COUNT
                     FOR ALL 'ROLLFWD'
              IF WS-LATER-UPDATE-FOUND AND WS-ROLLFWD-COUNT > 0
                     DISPLAY 'STURELD: STUDENT.KSDS HAS BEEN UPDATED '
                            'SINCE BACKUP ' WS-BKP-NAME-DATE
                            ', RUN STUROLL BACKUP=' WS-BKP-NAME-DATE
                            ' AFTER THIS RELOAD'
              END-IF
              IF WS-LATER-UPDATE-FOUND AND WS-ROLLFWD-COUNT = 0
                     DISPLAY 'STURELD: STUDENT.KSDS HAS BEEN UPDATED '
                            'SINCE BACKUP ' WS-BKP-NAME-DATE
                            ', RELOAD REFUSED'
                     (RUNC-JOB-NAME = 'STUBULK' OR
                      RUNC-JOB-NAME = 'STUARCH' OR
                      RUNC-JOB-NAME = 'STURETR' OR
                      RUNC-JOB-NAME = 'STURELD' OR
                      RUNC-JOB-NAME = 'STUROLL')
                     SET WS-LATER-UPDATE-FOUND TO TRUE
              END-IF.

