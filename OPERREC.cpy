      *> Operator authority record, one row per CICS user on
      *> OPERAUTH.KSDS (FCT entry 'OPERAUTH'), keyed on the user id
      *> EXEC CICS ASSIGN USERID returns. Each right is 'Y' when
      *> granted and 'N' when not; a user with no row here has no
      *> rights at all. STUMAINT checks add/change and delete,
      *> ENRMAINT register/drop and the override byte, and STUINQ,
      *> SCHINQ, and AUDINQ the inquiry right. Maintained by OPRMAINT;
      *> SECRPT lists the grants beside the night's refused attempts.
       01 OPERATOR-AUTHORITY-FILE.
              05 OPER-USER-ID PIC X(8).
              05 OPER-USER-NAME PIC X(25).
              05 OPER-RIGHTS.
                     10 OPER-INQUIRY-RIGHT PIC X(1).
                            88 OPER-CAN-INQUIRE VALUE 'Y'.
                     10 OPER-UPDATE-RIGHT PIC X(1).
                            88 OPER-CAN-UPDATE VALUE 'Y'.
                     10 OPER-DELETE-RIGHT PIC X(1).
                            88 OPER-CAN-DELETE VALUE 'Y'.
                     10 OPER-REGISTER-RIGHT PIC X(1).
                            88 OPER-CAN-REGISTER VALUE 'Y'.
      *> Any ENRMAINT override byte - 'Y' deadline or financial
      *> hold, 'P' prerequisite waiver, 'B' both.
                     10 OPER-OVERRIDE-RIGHT PIC X(1).
                            88 OPER-CAN-OVERRIDE VALUE 'Y'.
      *> Run date of the OPRMAINT add or change that last set the row.
              05 OPER-LAST-CHANGED-DATE PIC 9(8).
