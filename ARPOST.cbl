        IDENTIFICATION DIVISION.
              PROGRAM-ID. ARPOST.
      *> Student accounts receivable posting. Feeds the account
      *> ledger from two sources: the TUITION invoice interface file
      *> (each 'INV' student total becomes an invoice charge dated
      *> from the file header) and the bursar's payment and
      *> adjustment transactions. Every input record is listed as
      *> APPLIED or REJECTED with a reason and control totals, the
      *> way GRDPOST lists grades, and a rejected record never stops
      *> the run; a zero 'INV' total is only counted, since it has
      *> nothing to post. Charges post to ACCTLEDG.KSDS with their full
      *> amount open; a payment or credit adjustment is applied to
      *> the student's oldest open charges first, and anything left
      *> over rides on the account as unapplied credit for the next
      *> charge. An account paid down to a zero or credit balance
      *> has its financial hold released here; ARAGING places holds.
      *> A term already invoiced to a student is refused, so a rerun
      *> of the same INVOICE.DAT cannot bill twice - a corrected
      *> amount goes through as an adjustment. An invoice file whose
      *> trailer does not agree with the 'INV' records read fails the
      *> run with return code 8. Either input may be absent on a
      *> given night; the run posts whatever arrived.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INVOICE-FILE ASSIGN TO 'INVOICE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-FILE-STATUS.
              SELECT PAYMENT-TRAN ASSIGN TO 'PAYTRAN.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYMENT-TRAN-STATUS.
              SELECT STUDENT-ACCOUNT ASSIGN TO 'ACCOUNT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCT-STUDENT-ID
              FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
              SELECT ACCOUNT-LEDGER ASSIGN TO 'ACCTLEDG.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDG-KEY
              FILE STATUS IS WS-LEDGER-FILE-STATUS.
              SELECT APPLY-REPORT ASSIGN TO 'ARAPPLY.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD INVOICE-FILE.
              01 INVOICE-HEADER-RECORD.
                     05 IHD-RECORD-TYPE PIC X(3).
                            88 IHD-HEADER VALUE 'HDR'.
                            88 IHD-CHARGE VALUE 'CHG'.
                            88 IHD-INVOICE VALUE 'INV'.
                            88 IHD-TRAILER VALUE 'TRL'.
                     05 IHD-TERM PIC X(6).
                     05 IHD-DATE PIC 9(8).
                     05 FILLER PIC X(43).
              01 INVOICE-TOTAL-RECORD.
                     05 FILLER PIC X(3).
                     05 INV-STUDENT-ID PIC 9(5).
                     05 INV-TERM PIC X(6).
                     05 INV-AMOUNT PIC 9(7)V99.
                     05 FILLER PIC X(37).
              01 INVOICE-TRAILER-RECORD.
                     05 FILLER PIC X(3).
                     05 ITR-INVOICE-COUNT PIC 9(7).
                     05 ITR-CHARGE-COUNT PIC 9(7).
                     05 ITR-GRAND-AMOUNT PIC 9(9)V99.
                     05 FILLER PIC X(32).
              FD PAYMENT-TRAN.
              01 PAYMENT-TRAN-RECORD.
                     05 PTR-TRAN-TYPE PIC X(1).
                            88 PTR-PAYMENT VALUE 'P'.
                            88 PTR-DEBIT-ADJUSTMENT VALUE 'D'.
                            88 PTR-CREDIT-ADJUSTMENT VALUE 'C'.
                     05 PTR-STUDENT-ID PIC 9(5).
                     05 PTR-TRAN-DATE PIC 9(8).
                     05 PTR-TERM-CODE PIC X(6).
                     05 PTR-AMOUNT PIC 9(7)V99.
                     05 PTR-REFERENCE PIC X(10).
              FD STUDENT-ACCOUNT.
              COPY ACCTREC.
              FD ACCOUNT-LEDGER.
              COPY LEDGREC.
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
              01 WS-INVOICE-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-INVOICE-FILE-OK VALUE '00'.
                     88 WS-INVOICE-FILE-NOT-FOUND VALUE '35'.
              01 WS-PAYMENT-TRAN-STATUS PIC X(2) VALUE '00'.
                     88 WS-PAYMENT-TRAN-OK VALUE '00'.
                     88 WS-PAYMENT-TRAN-NOT-FOUND VALUE '35'.
              01 WS-ACCOUNT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ACCOUNT-FILE-OK VALUE '00'.
                     88 WS-ACCOUNT-FILE-NOT-FOUND VALUE '35'.
                     88 WS-ACCOUNT-FILE-MISSING VALUE '23'.
              01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-LEDGER-FILE-OK VALUE '00'.
                     88 WS-LEDGER-FILE-NOT-FOUND VALUE '35'.
              01 WS-INVOICE-EOF PIC A(1) VALUE 'N'.
                     88 WS-INVOICE-EOF-YES VALUE 'Y'.
              01 WS-PAYMENT-EOF PIC A(1) VALUE 'N'.
                     88 WS-PAYMENT-EOF-YES VALUE 'Y'.
              01 WS-LEDGER-BROWSE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-LEDGER-BROWSE-DONE VALUE 'Y'.
                     88 WS-LEDGER-BROWSE-OPEN VALUE 'N'.
              01 WS-HEADER-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-HEADER-SEEN VALUE 'Y'.
                     88 WS-HEADER-NOT-SEEN VALUE 'N'.
              01 WS-TRAILER-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-TRAILER-SEEN VALUE 'Y'.
                     88 WS-TRAILER-NOT-SEEN VALUE 'N'.
              01 WS-BALANCE-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-INVOICE-IN-BALANCE VALUE 'Y'.
                     88 WS-INVOICE-OUT-OF-BALANCE VALUE 'N'.
              01 WS-NEW-ACCOUNT-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-NEW-ACCOUNT VALUE 'Y'.
                     88 WS-EXISTING-ACCOUNT VALUE 'N'.
              01 WS-INVOICE-DATE PIC 9(8) VALUE ZERO.
              01 WS-INVOICE-TERM PIC X(6) VALUE SPACES.
              01 WS-INV-RECORD-COUNT PIC 9(7) VALUE ZERO.
              01 WS-INV-AMOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
              01 WS-TRAN-COUNT PIC 9(7) VALUE ZERO.
              01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ZERO-INVOICE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ZERO-INVOICE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-INVOICE-ZERO VALUE 'Y'.
                     88 WS-INVOICE-NOT-ZERO VALUE 'N'.
              01 WS-HOLD-RELEASED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-CHARGES-POSTED PIC 9(9)V99 VALUE ZERO.
              01 WS-CREDITS-POSTED PIC 9(9)V99 VALUE ZERO.
              01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
      *> The posting in hand, whichever file it came from.
              01 WS-POST-FIELDS.
                     05 WS-POST-SOURCE PIC X(8).
                     05 WS-POST-ENTRY-TYPE PIC X(1).
                            88 WS-POST-IS-CHARGE VALUES 'I' 'D'.
                     05 WS-POST-STUDENT-ID PIC 9(5).
                     05 WS-POST-ID-TEXT REDEFINES WS-POST-STUDENT-ID
                            PIC X(5).
                     05 WS-POST-DATE PIC 9(8).
                     05 WS-POST-DATE-TEXT REDEFINES WS-POST-DATE
                            PIC X(8).
                     05 WS-POST-TERM-CODE PIC X(6).
                     05 WS-POST-AMOUNT PIC 9(7)V99.
                     05 WS-POST-REFERENCE PIC X(10).
              01 WS-CREDIT-REMAINING PIC 9(7)V99 VALUE ZERO.
              01 WS-APPLY-AMOUNT PIC 9(7)V99 VALUE ZERO.
              01 WS-HEADING-LINE.
                     05 FILLER PIC X(10) VALUE 'SOURCE'.
                     05 FILLER PIC X(7) VALUE 'ID'.
                     05 FILLER PIC X(8) VALUE 'TERM'.
                     05 FILLER PIC X(10) VALUE 'DATE'.
                     05 FILLER PIC X(14) VALUE '        AMOUNT'.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 FILLER PIC X(12) VALUE 'REFERENCE'.
                     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
                     05 FILLER PIC X(30) VALUE 'REASON'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-SOURCE PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-ID PIC X(5).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-TERM-CODE PIC X(6).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DATE PIC X(8).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-AMOUNT PIC Z,ZZZ,ZZ9.99.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-REFERENCE PIC X(10).
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-DISPOSITION PIC X(12).
                     05 WS-DTL-REASON PIC X(30).
              01 WS-BALANCE-LINE.
                     05 FILLER PIC X(36) VALUE
                            '*** INVOICE FILE OUT OF BALANCE ***'.
                     05 FILLER PIC X(16) VALUE 'TRAILER COUNT: '.
                     05 WS-BAL-TRAILER-COUNT PIC ZZZ,ZZ9.
                     05 FILLER PIC X(16) VALUE '  INV RECORDS: '.
                     05 WS-BAL-READ-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(20) VALUE 'TRANSACTIONS READ:  '.
                     05 WS-TRL-READ PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(20) VALUE 'APPLIED:            '.
                     05 WS-TRL-APPLIED PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(20) VALUE 'REJECTED:           '.
                     05 WS-TRL-REJECTED PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-7.
                     05 FILLER PIC X(20) VALUE 'ZERO INVOICES:      '.
                     05 WS-TRL-ZERO-INVOICES PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(20) VALUE 'HOLDS RELEASED:     '.
                     05 WS-TRL-RELEASED PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(20) VALUE 'CHARGES POSTED:     '.
                     05 WS-TRL-CHARGES PIC ZZZ,ZZZ,ZZ9.99.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(20) VALUE 'CREDITS POSTED:     '.
                     05 WS-TRL-CREDITS PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM 2000-POST-INVOICES
              PERFORM 4000-POST-PAYMENTS
              PERFORM 9000-TERMINATE
              IF WS-INVOICE-OUT-OF-BALANCE
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              PERFORM 7100-WRITE-RUN-START
              OPEN I-O STUDENT-ACCOUNT
              IF WS-ACCOUNT-FILE-NOT-FOUND
      *> First-ever posting: create the account master, then come
      *> back to I-O so the posting paths can READ and REWRITE it.
                     OPEN OUTPUT STUDENT-ACCOUNT
                     IF WS-ACCOUNT-FILE-OK
                            CLOSE STUDENT-ACCOUNT
                            OPEN I-O STUDENT-ACCOUNT
                     END-IF
              END-IF
              IF NOT WS-ACCOUNT-FILE-OK
                     DISPLAY 'ARPOST: ERROR OPENING ACCOUNT FILE, '
                            'FILE STATUS = ' WS-ACCOUNT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN I-O ACCOUNT-LEDGER
              IF WS-LEDGER-FILE-NOT-FOUND
                     OPEN OUTPUT ACCOUNT-LEDGER
                     IF WS-LEDGER-FILE-OK
                            CLOSE ACCOUNT-LEDGER
                            OPEN I-O ACCOUNT-LEDGER
                     END-IF
              END-IF
              IF NOT WS-LEDGER-FILE-OK
                     DISPLAY 'ARPOST: ERROR OPENING ACCOUNT LEDGER, '
                            'FILE STATUS = ' WS-LEDGER-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN OUTPUT APPLY-REPORT
              WRITE APL-LINE FROM WS-HEADING-LINE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       2000-POST-INVOICES.
              OPEN INPUT INVOICE-FILE
              IF WS-INVOICE-FILE-NOT-FOUND
                     DISPLAY 'ARPOST: NO INVOICE FILE THIS RUN'
              ELSE
                     IF NOT WS-INVOICE-FILE-OK
                            DISPLAY 'ARPOST: ERROR OPENING INVOICE '
                                   'FILE, FILE STATUS = '
                                   WS-INVOICE-FILE-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-INVOICE-EOF-YES
                            READ INVOICE-FILE
                                   AT END
                                          SET WS-INVOICE-EOF-YES TO
                                                 TRUE
                                   NOT AT END
                                          PERFORM
                                             2100-SELECT-INVOICE-RECORD
                            END-READ
                     END-PERFORM
                     CLOSE INVOICE-FILE
                     PERFORM 2400-CHECK-INVOICE-BALANCE
              END-IF.

       2100-SELECT-INVOICE-RECORD.
      *> The 'CHG' course lines are TUITION's working detail behind
      *> each 'INV' total; only the totals reach the ledger.
              EVALUATE TRUE
                     WHEN IHD-HEADER
                            SET WS-HEADER-SEEN TO TRUE
                            MOVE IHD-TERM TO WS-INVOICE-TERM
                            MOVE IHD-DATE TO WS-INVOICE-DATE
                     WHEN IHD-CHARGE
                            CONTINUE
                     WHEN IHD-INVOICE
                            ADD 1 TO WS-INV-RECORD-COUNT
                            IF INV-AMOUNT NUMERIC
                                   ADD INV-AMOUNT TO
                                          WS-INV-AMOUNT-TOTAL
                            END-IF
                            PERFORM 2200-POST-INVOICE
                     WHEN IHD-TRAILER
                            SET WS-TRAILER-SEEN TO TRUE
                            IF ITR-INVOICE-COUNT NOT NUMERIC OR
                                   ITR-GRAND-AMOUNT NOT NUMERIC
                                   SET WS-INVOICE-OUT-OF-BALANCE TO
                                          TRUE
                            ELSE
                                   IF ITR-INVOICE-COUNT NOT =
                                          WS-INV-RECORD-COUNT OR
                                          ITR-GRAND-AMOUNT NOT =
                                          WS-INV-AMOUNT-TOTAL
                                          SET
                                             WS-INVOICE-OUT-OF-BALANCE
                                                 TO TRUE
                                   END-IF
                            END-IF
                            MOVE ITR-INVOICE-COUNT TO
                                   WS-BAL-TRAILER-COUNT
                     WHEN OTHER
                            DISPLAY 'ARPOST: UNKNOWN INVOICE RECORD '
                                   'TYPE ' IHD-RECORD-TYPE
                            SET WS-INVOICE-OUT-OF-BALANCE TO TRUE
              END-EVALUATE.

       2200-POST-INVOICE.
              ADD 1 TO WS-TRAN-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              SET WS-INVOICE-NOT-ZERO TO TRUE
              MOVE 'INVOICE' TO WS-POST-SOURCE
              MOVE 'I' TO WS-POST-ENTRY-TYPE
              MOVE INV-STUDENT-ID TO WS-POST-ID-TEXT
              MOVE WS-INVOICE-DATE TO WS-POST-DATE
              MOVE INV-TERM TO WS-POST-TERM-CODE
              IF INV-AMOUNT NUMERIC
                     MOVE INV-AMOUNT TO WS-POST-AMOUNT
              ELSE
                     MOVE ZERO TO WS-POST-AMOUNT
              END-IF
              MOVE 'TUITION' TO WS-POST-REFERENCE
              IF WS-HEADER-NOT-SEEN
                     MOVE 'NO INVOICE FILE HEADER' TO
                            WS-REJECT-REASON
              ELSE
                     IF INV-STUDENT-ID NOT NUMERIC
                            MOVE 'STUDENT-ID NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     ELSE
                            IF INV-AMOUNT NOT NUMERIC
                                   MOVE 'AMOUNT NOT NUMERIC' TO
                                          WS-REJECT-REASON
                            ELSE
                                   IF INV-AMOUNT = ZERO
                                          SET WS-INVOICE-ZERO TO TRUE
                                   END-IF
                            END-IF
                     END-IF
              END-IF
      *> TUITION totals every student it lists, so a student whose
      *> only rows are non-billable drops arrives at zero. There is
      *> nothing to post; it is counted, not listed or rejected.
              IF WS-INVOICE-ZERO
                     ADD 1 TO WS-ZERO-INVOICE-COUNT
              ELSE
                     IF WS-REJECT-REASON = SPACES
                            PERFORM 5000-READ-ACCOUNT
                            IF WS-EXISTING-ACCOUNT
                                   PERFORM 2300-CHECK-ALREADY-INVOICED
                            END-IF
                     END-IF
                     IF WS-REJECT-REASON = SPACES
                            PERFORM 5200-POST-CHARGE
                     END-IF
                     PERFORM 3300-WRITE-DISPOSITION
              END-IF.

       2300-CHECK-ALREADY-INVOICED.
              MOVE WS-POST-STUDENT-ID TO LEDG-STUDENT-ID
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
                                          WS-POST-STUDENT-ID
                                          SET WS-LEDGER-BROWSE-DONE
                                                 TO TRUE
                                   ELSE
                                          IF LEDG-INVOICE AND
                                                 LEDG-TERM-CODE =
                                                 WS-POST-TERM-CODE
                                                 MOVE
                                               'TERM ALREADY INVOICED'
                                                 TO WS-REJECT-REASON
                                                 SET
                                                 WS-LEDGER-BROWSE-DONE
                                                 TO TRUE
                                          END-IF
                                   END-IF
                     END-READ
              END-PERFORM.

       2400-CHECK-INVOICE-BALANCE.
              IF WS-TRAILER-NOT-SEEN
                     SET WS-INVOICE-OUT-OF-BALANCE TO TRUE
                     MOVE ZERO TO WS-BAL-TRAILER-COUNT
              END-IF
              IF WS-INVOICE-OUT-OF-BALANCE
                     MOVE WS-INV-RECORD-COUNT TO WS-BAL-READ-COUNT
                     WRITE APL-LINE FROM WS-BALANCE-LINE
                            AFTER ADVANCING 2
                     DISPLAY 'ARPOST: INVOICE FILE TRAILER DOES NOT '
                            'AGREE WITH THE INVOICES READ'
              END-IF.

       3000-WRITE-APPLIED-LINE.
              PERFORM 3200-MOVE-POST-FIELDS
              MOVE 'APPLIED' TO WS-DTL-DISPOSITION
              MOVE SPACES TO WS-DTL-REASON
              WRITE APL-LINE FROM WS-DETAIL-LINE.

       3100-WRITE-REJECTED-LINE.
              PERFORM 3200-MOVE-POST-FIELDS
              MOVE 'REJECTED' TO WS-DTL-DISPOSITION
              MOVE WS-REJECT-REASON TO WS-DTL-REASON
              WRITE APL-LINE FROM WS-DETAIL-LINE.

       3200-MOVE-POST-FIELDS.
              MOVE WS-POST-SOURCE TO WS-DTL-SOURCE
              MOVE WS-POST-ID-TEXT TO WS-DTL-ID
              MOVE WS-POST-TERM-CODE TO WS-DTL-TERM-CODE
              MOVE WS-POST-DATE-TEXT TO WS-DTL-DATE
              MOVE WS-POST-AMOUNT TO WS-DTL-AMOUNT
              MOVE WS-POST-REFERENCE TO WS-DTL-REFERENCE.

       3300-WRITE-DISPOSITION.
              IF WS-REJECT-REASON = SPACES
                     ADD 1 TO WS-APPLIED-COUNT
                     PERFORM 3000-WRITE-APPLIED-LINE
              ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     PERFORM 3100-WRITE-REJECTED-LINE
              END-IF.

       4000-POST-PAYMENTS.
              OPEN INPUT PAYMENT-TRAN
              IF WS-PAYMENT-TRAN-NOT-FOUND
                     DISPLAY 'ARPOST: NO PAYMENT FILE THIS RUN'
              ELSE
                     IF NOT WS-PAYMENT-TRAN-OK
                            DISPLAY 'ARPOST: ERROR OPENING PAYMENT '
                                   'TRANSACTIONS, FILE STATUS = '
                                   WS-PAYMENT-TRAN-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     PERFORM UNTIL WS-PAYMENT-EOF-YES
                            READ PAYMENT-TRAN
                                   AT END
                                          SET WS-PAYMENT-EOF-YES TO
                                                 TRUE
                                   NOT AT END
                                          PERFORM 4100-POST-PAYMENT
                            END-READ
                     END-PERFORM
                     CLOSE PAYMENT-TRAN
              END-IF.

       4100-POST-PAYMENT.
              ADD 1 TO WS-TRAN-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              MOVE PTR-TRAN-TYPE TO WS-POST-ENTRY-TYPE
              MOVE PTR-STUDENT-ID TO WS-POST-ID-TEXT
              MOVE PTR-TRAN-DATE TO WS-POST-DATE-TEXT
              MOVE PTR-TERM-CODE TO WS-POST-TERM-CODE
              IF PTR-AMOUNT NUMERIC
                     MOVE PTR-AMOUNT TO WS-POST-AMOUNT
              ELSE
                     MOVE ZERO TO WS-POST-AMOUNT
              END-IF
              MOVE PTR-REFERENCE TO WS-POST-REFERENCE
              EVALUATE TRUE
                     WHEN PTR-PAYMENT
                            MOVE 'PAYMENT' TO WS-POST-SOURCE
                     WHEN PTR-DEBIT-ADJUSTMENT
                            MOVE 'DEBIT' TO WS-POST-SOURCE
                     WHEN PTR-CREDIT-ADJUSTMENT
                            MOVE 'CREDIT' TO WS-POST-SOURCE
                     WHEN OTHER
                            MOVE PTR-TRAN-TYPE TO WS-POST-SOURCE
                            MOVE 'INVALID TRANSACTION TYPE' TO
                                   WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                     PERFORM 4200-EDIT-PAYMENT
              END-IF
              IF WS-REJECT-REASON = SPACES
                     PERFORM 5000-READ-ACCOUNT
                     IF WS-NEW-ACCOUNT
      *> Money cannot be taken against an account the bursar has
      *> never billed; it goes back for research instead.
                            MOVE 'NO ACCOUNT FOR STUDENT' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF
              IF WS-REJECT-REASON = SPACES
                     IF PTR-DEBIT-ADJUSTMENT
                            PERFORM 5200-POST-CHARGE
                     ELSE
                            PERFORM 5300-POST-CREDIT
                     END-IF
              END-IF
              PERFORM 3300-WRITE-DISPOSITION.

       4200-EDIT-PAYMENT.
              EVALUATE TRUE
                     WHEN PTR-STUDENT-ID NOT NUMERIC
                            MOVE 'STUDENT-ID NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN PTR-TRAN-DATE NOT NUMERIC
                            MOVE 'TRANSACTION DATE NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN PTR-TRAN-DATE = ZERO
                            MOVE 'TRANSACTION DATE MISSING' TO
                                   WS-REJECT-REASON
                     WHEN PTR-AMOUNT NOT NUMERIC
                            MOVE 'AMOUNT NOT NUMERIC' TO
                                   WS-REJECT-REASON
                     WHEN PTR-AMOUNT = ZERO
                            MOVE 'AMOUNT IS ZERO' TO
                                   WS-REJECT-REASON
                     WHEN OTHER
                            CONTINUE
              END-EVALUATE.

       5000-READ-ACCOUNT.
              MOVE WS-POST-STUDENT-ID TO ACCT-STUDENT-ID
              READ STUDENT-ACCOUNT
              EVALUATE TRUE
                     WHEN WS-ACCOUNT-FILE-OK
                            SET WS-EXISTING-ACCOUNT TO TRUE
                     WHEN WS-ACCOUNT-FILE-MISSING
                            SET WS-NEW-ACCOUNT TO TRUE
                            MOVE WS-POST-STUDENT-ID TO
                                   ACCT-STUDENT-ID
                            MOVE ZERO TO ACCT-BALANCE
                            MOVE ZERO TO ACCT-UNAPPLIED-CREDIT
                            MOVE ZERO TO ACCT-LAST-LEDGER-SEQ
                            MOVE ZERO TO ACCT-LAST-ACTIVITY-DATE
                            SET ACCT-NO-HOLD TO TRUE
                            MOVE ZERO TO ACCT-HOLD-DATE
                     WHEN OTHER
                            MOVE 'ACCOUNT FILE ERROR' TO
                                   WS-REJECT-REASON
              END-EVALUATE.

       5100-WRITE-LEDGER-ENTRY.
              IF ACCT-LAST-LEDGER-SEQ = 99999
                     MOVE 'LEDGER SEQUENCE EXHAUSTED' TO
                            WS-REJECT-REASON
              ELSE
                     ADD 1 TO ACCT-LAST-LEDGER-SEQ
                     MOVE WS-POST-STUDENT-ID TO LEDG-STUDENT-ID
                     MOVE ACCT-LAST-LEDGER-SEQ TO LEDG-SEQ
                     MOVE WS-POST-ENTRY-TYPE TO LEDG-ENTRY-TYPE
                     MOVE WS-POST-DATE TO LEDG-POST-DATE
                     MOVE WS-POST-TERM-CODE TO LEDG-TERM-CODE
                     MOVE WS-POST-REFERENCE TO LEDG-REFERENCE
                     MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
                     MOVE WS-RUN-DATE TO LEDG-RUN-DATE
                     WRITE ACCOUNT-LEDGER-FILE
                     IF NOT WS-LEDGER-FILE-OK
                            MOVE 'LEDGER FILE ERROR' TO
                                   WS-REJECT-REASON
                     END-IF
              END-IF.

       5200-POST-CHARGE.
      *> A charge opens at its full amount, less whatever credit the
      *> student already has waiting on the account.
              MOVE WS-POST-AMOUNT TO LEDG-OPEN-AMOUNT
              IF ACCT-UNAPPLIED-CREDIT > ZERO
                     IF ACCT-UNAPPLIED-CREDIT >= WS-POST-AMOUNT
                            SUBTRACT WS-POST-AMOUNT FROM
                                   ACCT-UNAPPLIED-CREDIT
                            MOVE ZERO TO LEDG-OPEN-AMOUNT
                     ELSE
                            SUBTRACT ACCT-UNAPPLIED-CREDIT FROM
                                   LEDG-OPEN-AMOUNT
                            MOVE ZERO TO ACCT-UNAPPLIED-CREDIT
                     END-IF
              END-IF
              PERFORM 5100-WRITE-LEDGER-ENTRY
              IF WS-REJECT-REASON = SPACES
                     ADD WS-POST-AMOUNT TO ACCT-BALANCE
                     ADD WS-POST-AMOUNT TO WS-CHARGES-POSTED
                     PERFORM 5500-SAVE-ACCOUNT
              END-IF.

       5300-POST-CREDIT.
      *> Payments and credit adjustments carry nothing open of their
      *> own; they pay down the oldest open charges instead.
              MOVE ZERO TO LEDG-OPEN-AMOUNT
              PERFORM 5100-WRITE-LEDGER-ENTRY
              IF WS-REJECT-REASON = SPACES
                     MOVE WS-POST-AMOUNT TO WS-CREDIT-REMAINING
                     PERFORM 5400-APPLY-TO-OPEN-CHARGES
                     ADD WS-CREDIT-REMAINING TO ACCT-UNAPPLIED-CREDIT
                     SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
                     ADD WS-POST-AMOUNT TO WS-CREDITS-POSTED
                     PERFORM 5500-SAVE-ACCOUNT
              END-IF.

       5400-APPLY-TO-OPEN-CHARGES.
              MOVE WS-POST-STUDENT-ID TO LEDG-STUDENT-ID
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
                                          WS-POST-STUDENT-ID
                                          SET WS-LEDGER-BROWSE-DONE
                                                 TO TRUE
                                   ELSE
                                          IF LEDG-CHARGE AND
                                                 LEDG-OPEN-AMOUNT >
                                                 ZERO
                                                 PERFORM
                                                 5450-APPLY-TO-CHARGE
                                          END-IF
                                   END-IF
                     END-READ
                     IF WS-CREDIT-REMAINING = ZERO
                            SET WS-LEDGER-BROWSE-DONE TO TRUE
                     END-IF
              END-PERFORM.

       5450-APPLY-TO-CHARGE.
              IF LEDG-OPEN-AMOUNT > WS-CREDIT-REMAINING
                     MOVE WS-CREDIT-REMAINING TO WS-APPLY-AMOUNT
              ELSE
                     MOVE LEDG-OPEN-AMOUNT TO WS-APPLY-AMOUNT
              END-IF
              SUBTRACT WS-APPLY-AMOUNT FROM LEDG-OPEN-AMOUNT
              REWRITE ACCOUNT-LEDGER-FILE
              IF WS-LEDGER-FILE-OK
                     SUBTRACT WS-APPLY-AMOUNT FROM WS-CREDIT-REMAINING
              ELSE
                     DISPLAY 'ARPOST: LEDGER REWRITE FAILED FOR '
                            LEDG-STUDENT-ID ' SEQ ' LEDG-SEQ
                            ', FILE STATUS = ' WS-LEDGER-FILE-STATUS
              END-IF.

       5500-SAVE-ACCOUNT.
      *> Once nothing is owed, the hold ARAGING placed comes off;
      *> ARAGING itself re-places one only on aged open charges.
              MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
              IF ACCT-FINANCIAL-HOLD AND ACCT-BALANCE NOT > ZERO
                     SET ACCT-NO-HOLD TO TRUE
                     MOVE ZERO TO ACCT-HOLD-DATE
                     ADD 1 TO WS-HOLD-RELEASED-COUNT
              END-IF
              IF WS-NEW-ACCOUNT
                     WRITE STUDENT-ACCOUNT-FILE
                     IF WS-ACCOUNT-FILE-OK
                            SET WS-EXISTING-ACCOUNT TO TRUE
                     END-IF
              ELSE
                     REWRITE STUDENT-ACCOUNT-FILE
              END-IF
              IF NOT WS-ACCOUNT-FILE-OK
                     MOVE 'ACCOUNT FILE ERROR' TO WS-REJECT-REASON
                     DISPLAY 'ARPOST: ACCOUNT UPDATE FAILED FOR '
                            ACCT-STUDENT-ID ', FILE STATUS = '
                            WS-ACCOUNT-FILE-STATUS
              END-IF.

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
              MOVE 'ARPOST' TO RUNC-JOB-NAME
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
                     DISPLAY 'ARPOST: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              MOVE WS-TRAN-COUNT TO WS-TRL-READ
              MOVE WS-APPLIED-COUNT TO WS-TRL-APPLIED
              MOVE WS-REJECTED-COUNT TO WS-TRL-REJECTED
              MOVE WS-ZERO-INVOICE-COUNT TO WS-TRL-ZERO-INVOICES
              MOVE WS-HOLD-RELEASED-COUNT TO WS-TRL-RELEASED
              MOVE WS-CHARGES-POSTED TO WS-TRL-CHARGES
              MOVE WS-CREDITS-POSTED TO WS-TRL-CREDITS
              WRITE APL-LINE FROM WS-TRAILER-LINE-1
                     AFTER ADVANCING 2
              WRITE APL-LINE FROM WS-TRAILER-LINE-2
                     AFTER ADVANCING 1
              WRITE APL-LINE FROM WS-TRAILER-LINE-3
                     AFTER ADVANCING 1
              WRITE APL-LINE FROM WS-TRAILER-LINE-7
                     AFTER ADVANCING 1
              WRITE APL-LINE FROM WS-TRAILER-LINE-4
                     AFTER ADVANCING 1
              WRITE APL-LINE FROM WS-TRAILER-LINE-5
                     AFTER ADVANCING 1
              WRITE APL-LINE FROM WS-TRAILER-LINE-6
                     AFTER ADVANCING 1
              CLOSE STUDENT-ACCOUNT
              CLOSE ACCOUNT-LEDGER
              CLOSE APPLY-REPORT
              DISPLAY 'ARPOST TRANSACTIONS READ: ' WS-TRAN-COUNT
              DISPLAY 'ARPOST APPLIED:           ' WS-APPLIED-COUNT
              DISPLAY 'ARPOST REJECTED:          ' WS-REJECTED-COUNT
              DISPLAY 'ARPOST HOLDS RELEASED:    '
                     WS-HOLD-RELEASED-COUNT.
