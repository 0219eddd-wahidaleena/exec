      *> Security violation record, appended to the SECQ transient
      *> data queue whenever STUMAINT, ENRMAINT, STUINQ, SCHINQ, or
      *> AUDINQ refuses a function because the signed-on user lacks
      *> the right on OPERAUTH. SECRPT drains the queue nightly into
      *> the security report, the same way WAITRPT drains WAITQ. Kept
      *> off AUDQ so the audit history holds only updates that
      *> actually happened.
       01 SECURITY-VIOLATION-RECORD.
              05 SECV-TIMESTAMP.
                     10 SECV-DATE PIC 9(8).
                     10 SECV-TIME PIC 9(6).
              05 SECV-USER-ID PIC X(8).
      *> Transaction id (EIBTRNID) the attempt came in on.
              05 SECV-JOB-NAME PIC X(8).
      *> Function code as keyed; space for the inquiry transactions,
      *> which have none.
              05 SECV-FUNCTION-CODE PIC X(1).
              05 SECV-RIGHT-CODE PIC X(1).
                     88 SECV-RIGHT-INQUIRY VALUE 'I'.
                     88 SECV-RIGHT-UPDATE VALUE 'U'.
                     88 SECV-RIGHT-DELETE VALUE 'D'.
                     88 SECV-RIGHT-REGISTER VALUE 'R'.
                     88 SECV-RIGHT-OVERRIDE VALUE 'O'.
              05 SECV-REASON-CODE PIC X(1).
                     88 SECV-RIGHT-NOT-GRANTED VALUE 'R'.
                     88 SECV-USER-NOT-ON-FILE VALUE 'N'.
                     88 SECV-AUTHORITY-UNAVAILABLE VALUE 'E'.
      *> What the user keyed after the function code: a student id,
      *> an enrollment key and override byte, or a search name.
              05 SECV-REQUEST-DATA PIC X(25).
