        IDENTIFICATION DIVISION.
              PROGRAM-ID. CENSNAP.
      *> Census-date enrollment snapshot: freezes a dated copy of
      *> every ENROLL row for one term into CENSUS.KSDS, each row
      *> carrying the student master's ENROLLMENT-STATUS and the
      *> catalog's CATALOG-CREDIT-HOURS as they stand today, so the
      *> census figures given to the dean can be reproduced long
      *> after ENROLL.KSDS has moved on. The term arrives as
      *> TERM=yyyytt and must be on the term calendar; DATE=yyyymmdd
      *> labels the snapshot and defaults to the run date, so a
      *> census run held over to the next morning can still carry
      *> the official census date. A term and date already on the
      *> snapshot file is never added to or overwritten - the job
      *> ends with return code 12 and nothing written. The snapshot
      *> register lists active and dropped rows and active credit
      *> hours by course with totals. A course the catalog cannot
      *> find is frozen at zero hours and fails the run with return
      *> code 8, the same way TUITION treats an unpriced course; a
      *> student no longer on STUDENT.KSDS is frozen with a blank
      *> status and only counted. CENSCMP compares the snapshots.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ENROLLMENT ASSIGN TO 'ENROLL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ENROLL-KEY
              FILE STATUS IS WS-ENROLL-FILE-STATUS.
              SELECT STUDENT ASSIGN TO 'STUDENT.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STUDENT-ID
              ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
              SELECT COURSE-CATALOG ASSIGN TO 'COURSE.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CATALOG-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.
              SELECT TERM-CALENDAR ASSIGN TO 'TERMCAL.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TCAL-TERM-CODE
              FILE STATUS IS WS-TERM-CALENDAR-STATUS.
              SELECT CENSUS ASSIGN TO 'CENSUS.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CENS-KEY
              FILE STATUS IS WS-CENSUS-FILE-STATUS.
              SELECT SNAPSHOT-REPORT ASSIGN TO 'CENSNAP.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD STUDENT.
              COPY STUDREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD TERM-CALENDAR.
              COPY TRMREC.
              FD CENSUS.
              COPY CENSREC.
              FD SNAPSHOT-REPORT.
              01 SNP-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
                     88 WS-ENROLL-FILE-EOF VALUE '10'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-CATALOG-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CATALOG-FILE-OK VALUE '00'.
                     88 WS-CATALOG-FILE-EOF VALUE '10'.
              01 WS-TERM-CALENDAR-STATUS PIC X(2) VALUE '00'.
                     88 WS-TERM-CALENDAR-OK VALUE '00'.
                     88 WS-TERM-CALENDAR-MISSING VALUE '23'.
              01 WS-CENSUS-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CENSUS-FILE-OK VALUE '00'.
                     88 WS-CENSUS-FILE-EOF VALUE '10'.
                     88 WS-CENSUS-FILE-MISSING VALUE '23'.
                     88 WS-CENSUS-FILE-NOT-FOUND VALUE '35'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-PARM-TOKENS.
                     05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
              01 WS-TOKEN-SUB PIC 9(2) VALUE ZERO.
              01 WS-PARM-ERROR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PARM-ERROR VALUE 'Y'.
                     88 WS-PARM-OK VALUE 'N'.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-SNAPSHOT-DATE PIC 9(8) VALUE ZERO.
              01 WS-SNAPSHOT-DATE-TEXT REDEFINES WS-SNAPSHOT-DATE
                     PIC X(8).
              01 WS-SNAPSHOT-DATE-PARTS REDEFINES WS-SNAPSHOT-DATE.
                     05 WS-SNAP-YYYY PIC 9(4).
                     05 WS-SNAP-MM PIC 9(2).
                     05 WS-SNAP-DD PIC 9(2).
              01 WS-CATALOG-EOF PIC A(1) VALUE 'N'.
                     88 WS-CATALOG-EOF-YES VALUE 'Y'.
      *> One entry per catalog course, with the census counts for
      *> the term accumulated beside it. A course on ENROLL but not
      *> in the catalog is added at the end at zero hours.
              01 WS-CATALOG-TABLE.
                     05 WS-CATALOG-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CATALOG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CATALOG-IDX.
                            10 WS-CAT-COURSE-CODE PIC X(4).
                            10 WS-CAT-CREDIT-HOURS PIC 9(2).
                            10 WS-CAT-IN-CATALOG PIC X(1).
                                   88 WS-CAT-CATALOGED VALUE 'Y'.
                                   88 WS-CAT-NOT-CATALOGED VALUE 'N'.
                            10 WS-CAT-ACTIVE-COUNT PIC 9(5).
                            10 WS-CAT-DROPPED-COUNT PIC 9(5).
                            10 WS-CAT-ACTIVE-HOURS PIC 9(7).
              01 WS-LOOKUP-COURSE-CODE PIC X(4) VALUE SPACES.
              01 WS-LOOKUP-FOUND-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-LOOKUP-FOUND VALUE 'Y'.
                     88 WS-LOOKUP-NOT-FOUND VALUE 'N'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-CURRENT-STUDENT-ID PIC 9(5) VALUE ZERO.
              01 WS-CURRENT-STUDENT-STATUS PIC X(1) VALUE SPACE.
              01 WS-STUDENT-SEEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-STUDENT-SEEN VALUE 'Y'.
              01 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
              01 WS-STUDENT-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
              01 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-ACTIVE-HOURS PIC 9(7) VALUE ZERO.
              01 WS-STUDENT-MISSING-COUNT PIC 9(7) VALUE ZERO.
              01 WS-UNCATALOGED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-WRITE-ERROR-COUNT PIC 9(7) VALUE ZERO.
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
              01 WS-SNAPSHOT-REPORT-DATE.
                     05 WS-SRD-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-SRD-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-SRD-YYYY PIC 9(4).
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(24) VALUE SPACES.
                     05 FILLER PIC X(28) VALUE
                            'CENSUS ENROLLMENT SNAPSHOT'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 FILLER PIC X(7) VALUE 'AS OF: '.
                     05 WS-HDG-SNAPSHOT-DATE PIC X(10).
                     05 FILLER PIC X(17) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(9) VALUE 'COURSE'.
                     05 FILLER PIC X(8) VALUE 'HOURS'.
                     05 FILLER PIC X(12) VALUE '    ACTIVE'.
                     05 FILLER PIC X(12) VALUE '   DROPPED'.
                     05 FILLER PIC X(14) VALUE '  ACTIVE HOURS'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-COURSE-CODE PIC X(4).
                     05 FILLER PIC X(5) VALUE SPACES.
                     05 WS-DTL-CREDIT-HOURS PIC Z9.
                     05 FILLER PIC X(8) VALUE SPACES.
                     05 WS-DTL-ACTIVE PIC ZZ,ZZ9.
                     05 FILLER PIC X(6) VALUE SPACES.
                     05 WS-DTL-DROPPED PIC ZZ,ZZ9.
                     05 FILLER PIC X(5) VALUE SPACES.
                     05 WS-DTL-ACTIVE-HOURS PIC Z,ZZZ,ZZ9.
                     05 FILLER PIC X(2) VALUE SPACES.
                     05 WS-DTL-FLAG PIC X(22).
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(32) VALUE
                            'ENROLL ROWS FROZEN:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(32) VALUE
                            'STUDENTS:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(32) VALUE
                            'ACTIVE ENROLLMENTS:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(32) VALUE
                            'DROPPED ENROLLMENTS:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-5.
                     05 FILLER PIC X(32) VALUE
                            'ACTIVE CREDIT HOURS:'.
                     05 WS-TR5-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-6.
                     05 FILLER PIC X(32) VALUE
                            'ROWS FOR STUDENTS NOT ON FILE:'.
                     05 WS-TR6-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-7.
                     05 FILLER PIC X(32) VALUE
                            'ROWS FOR COURSES NOT IN CATALOG:'.
                     05 WS-TR7-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-8.
                     05 FILLER PIC X(32) VALUE
                            'SNAPSHOT WRITE ERRORS:'.
                     05 WS-TR8-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              PERFORM UNTIL WS-EOF-YES
                     READ ENROLLMENT
                            AT END
                                   SET WS-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 2000-SELECT-ENROLLMENT
                     END-READ
              END-PERFORM
              PERFORM 9000-TERMINATE
              IF WS-UNCATALOGED-COUNT > 0 OR
                     WS-WRITE-ERROR-COUNT > 0
                     MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURRENT-DATE TO WS-SNAPSHOT-DATE
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'CENSNAP: PARAMETERS ARE TERM=YYYYTT '
                            'DATE=YYYYMMDD, NOTHING FROZEN'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              PERFORM 1100-READ-TERM-CALENDAR
              PERFORM 1500-OPEN-CENSUS
              PERFORM 1600-CHECK-EXISTING-SNAPSHOT
              OPEN INPUT ENROLLMENT
              IF NOT WS-ENROLL-FILE-OK
                     DISPLAY 'CENSNAP: ERROR OPENING ENROLLMENT '
                            'FILE, FILE STATUS = '
                            WS-ENROLL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              OPEN INPUT STUDENT
              IF NOT WS-STUDENT-FILE-OK
                     DISPLAY 'CENSNAP: ERROR OPENING STUDENT FILE, '
                            'FILE STATUS = ' WS-STUDENT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 1200-LOAD-COURSE-CATALOG
              OPEN OUTPUT SNAPSHOT-REPORT
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY
              MOVE WS-SNAP-MM TO WS-SRD-MM
              MOVE WS-SNAP-DD TO WS-SRD-DD
              MOVE WS-SNAP-YYYY TO WS-SRD-YYYY.

       1100-READ-TERM-CALENDAR.
      *> A census of a term the calendar does not know is a keying
      *> error, and a snapshot once frozen can never be replaced.
              OPEN INPUT TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'CENSNAP: ERROR OPENING TERM CALENDAR, '
                            'FILE STATUS = ' WS-TERM-CALENDAR-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              MOVE WS-SELECT-TERM TO TCAL-TERM-CODE
              READ TERM-CALENDAR
              IF NOT WS-TERM-CALENDAR-OK
                     DISPLAY 'CENSNAP: TERM ' WS-SELECT-TERM
                            ' IS NOT ON THE TERM CALENDAR, '
                            'NOTHING FROZEN'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              CLOSE TERM-CALENDAR.

       1200-LOAD-COURSE-CATALOG.
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-CATALOG-FILE-OK
                     DISPLAY 'CENSNAP: ERROR OPENING COURSE '
                            'CATALOG, FILE STATUS = '
                            WS-CATALOG-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM UNTIL WS-CATALOG-EOF-YES
                     READ COURSE-CATALOG
                            AT END
                                   SET WS-CATALOG-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 1250-TABLE-COURSE
                     END-READ
              END-PERFORM
              CLOSE COURSE-CATALOG.

       1250-TABLE-COURSE.
              IF WS-CATALOG-COUNT < 500
                     ADD 1 TO WS-CATALOG-COUNT
                     MOVE CATALOG-COURSE-CODE TO
                            WS-CAT-COURSE-CODE(WS-CATALOG-COUNT)
                     MOVE CATALOG-CREDIT-HOURS TO
                            WS-CAT-CREDIT-HOURS(WS-CATALOG-COUNT)
                     SET WS-CAT-CATALOGED(WS-CATALOG-COUNT) TO TRUE
                     MOVE ZERO TO WS-CAT-ACTIVE-COUNT(WS-CATALOG-COUNT)
                     MOVE ZERO TO
                            WS-CAT-DROPPED-COUNT(WS-CATALOG-COUNT)
                     MOVE ZERO TO WS-CAT-ACTIVE-HOURS(WS-CATALOG-COUNT)
              ELSE
                     DISPLAY 'CENSNAP: WARNING - COURSE CATALOG '
                            'TABLE FULL, COURSE '
                            CATALOG-COURSE-CODE ' NOT TABLED'
              END-IF.

       1300-PARSE-PARAMETERS.
              MOVE SPACES TO WS-PARM-TOKENS
              UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
                     INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                            WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
              END-UNSTRING
              PERFORM 1400-APPLY-PARM-TOKEN
                     VARYING WS-TOKEN-SUB FROM 1 BY 1
                     UNTIL WS-TOKEN-SUB > 4
              IF WS-SELECT-TERM = SPACES
                     SET WS-PARM-ERROR TO TRUE
              END-IF
              IF WS-SNAPSHOT-DATE NOT NUMERIC
                     SET WS-PARM-ERROR TO TRUE
              END-IF.

       1400-APPLY-PARM-TOKEN.
              EVALUATE TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                            CONTINUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'TERM='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:6) TO
                                   WS-SELECT-TERM
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'DATE='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) TO
                                   WS-SNAPSHOT-DATE-TEXT
                     WHEN OTHER
                            DISPLAY 'CENSNAP: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       1500-OPEN-CENSUS.
              OPEN I-O CENSUS
              IF WS-CENSUS-FILE-NOT-FOUND
      *> First-ever census: create the file, then come back to I-O
      *> so the existing-snapshot check below can START on it.
                     OPEN OUTPUT CENSUS
                     IF WS-CENSUS-FILE-OK
                            CLOSE CENSUS
                            OPEN I-O CENSUS
                     END-IF
              END-IF
              IF NOT WS-CENSUS-FILE-OK
                     DISPLAY 'CENSNAP: ERROR OPENING CENSUS '
                            'SNAPSHOT FILE, FILE STATUS = '
                            WS-CENSUS-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF.

       1600-CHECK-EXISTING-SNAPSHOT.
      *> Position on the first row at or after this term and date;
      *> if it belongs to them, the snapshot already exists.
              MOVE WS-SELECT-TERM TO CENS-TERM-CODE
              MOVE WS-SNAPSHOT-DATE TO CENS-SNAPSHOT-DATE
              MOVE ZERO TO CENS-STUDENT-ID
              MOVE LOW-VALUES TO CENS-COURSE-CODE
              START CENSUS KEY IS NOT LESS THAN CENS-KEY
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            READ CENSUS NEXT
                                   AT END
                                          CONTINUE
                                   NOT AT END
                                          PERFORM 1650-REFUSE-IF-SAME
                            END-READ
              END-START.

       1650-REFUSE-IF-SAME.
              IF CENS-TERM-CODE = WS-SELECT-TERM AND
                     CENS-SNAPSHOT-DATE = WS-SNAPSHOT-DATE
                     DISPLAY 'CENSNAP: A SNAPSHOT OF TERM '
                            WS-SELECT-TERM ' AS OF '
                            WS-SNAPSHOT-DATE-TEXT
                            ' IS ALREADY ON FILE, NOTHING FROZEN'
                     CLOSE CENSUS
                     MOVE 12 TO RETURN-CODE
                     PERFORM 7150-WRITE-RUN-END
                     STOP RUN
              END-IF.

       2000-SELECT-ENROLLMENT.
              IF ENROLL-TERM-CODE = WS-SELECT-TERM
                     IF ENROLL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
                            OR NOT WS-STUDENT-SEEN
                            PERFORM 2100-READ-STUDENT
                     END-IF
                     PERFORM 2200-FREEZE-ENROLLMENT
              END-IF.

       2100-READ-STUDENT.
              MOVE ENROLL-STUDENT-ID TO WS-CURRENT-STUDENT-ID
              SET WS-STUDENT-SEEN TO TRUE
              ADD 1 TO WS-STUDENT-COUNT
              MOVE WS-CURRENT-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              IF WS-STUDENT-FILE-OK
                     MOVE ENROLLMENT-STATUS TO
                            WS-CURRENT-STUDENT-STATUS
              ELSE
                     MOVE SPACE TO WS-CURRENT-STUDENT-STATUS
              END-IF.

       2200-FREEZE-ENROLLMENT.
              ADD 1 TO WS-ROW-COUNT
              MOVE ENROLL-COURSE-CODE TO WS-LOOKUP-COURSE-CODE
              PERFORM 4000-LOOKUP-COURSE
              MOVE WS-SELECT-TERM TO CENS-TERM-CODE
              MOVE WS-SNAPSHOT-DATE TO CENS-SNAPSHOT-DATE
              MOVE ENROLL-STUDENT-ID TO CENS-STUDENT-ID
              MOVE ENROLL-COURSE-CODE TO CENS-COURSE-CODE
              MOVE ENROLL-STATUS TO CENS-ENROLL-STATUS
              MOVE ENROLL-GRADE TO CENS-ENROLL-GRADE
              MOVE ENROLL-STATUS-DATE TO CENS-STATUS-DATE
              MOVE WS-CURRENT-STUDENT-STATUS TO CENS-STUDENT-STATUS
              IF WS-LOOKUP-FOUND
                     MOVE WS-CAT-CREDIT-HOURS(WS-CATALOG-IDX) TO
                            CENS-CREDIT-HOURS
              ELSE
                     MOVE ZERO TO CENS-CREDIT-HOURS
              END-IF
              IF CENS-STUDENT-NOT-ON-FILE
                     ADD 1 TO WS-STUDENT-MISSING-COUNT
              END-IF
              WRITE CENSUS-SNAPSHOT-FILE
              IF NOT WS-CENSUS-FILE-OK
                     ADD 1 TO WS-WRITE-ERROR-COUNT
                     DISPLAY 'CENSNAP: ERROR WRITING SNAPSHOT ROW '
                            CENS-STUDENT-ID ' ' CENS-COURSE-CODE
                            ', FILE STATUS = ' WS-CENSUS-FILE-STATUS
              END-IF
              PERFORM 2300-COUNT-ENROLLMENT.

       2300-COUNT-ENROLLMENT.
              EVALUATE TRUE
                     WHEN CENS-ENROLL-ACTIVE
                            ADD 1 TO WS-ACTIVE-COUNT
                            ADD CENS-CREDIT-HOURS TO WS-ACTIVE-HOURS
                            IF WS-LOOKUP-FOUND
                                   ADD 1 TO WS-CAT-ACTIVE-COUNT
                                          (WS-CATALOG-IDX)
                                   ADD CENS-CREDIT-HOURS TO
                                          WS-CAT-ACTIVE-HOURS
                                          (WS-CATALOG-IDX)
                            END-IF
                     WHEN CENS-ENROLL-DROPPED
                            ADD 1 TO WS-DROPPED-COUNT
                            IF WS-LOOKUP-FOUND
                                   ADD 1 TO WS-CAT-DROPPED-COUNT
                                          (WS-CATALOG-IDX)
                            END-IF
              END-EVALUATE.

       3000-PRINT-REGISTER.
              PERFORM 3300-PRINT-COURSE-LINE
                     VARYING WS-CATALOG-IDX FROM 1 BY 1
                     UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT.

       3100-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-SNAPSHOT-REPORT-DATE TO WS-HDG-SNAPSHOT-DATE
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE SNP-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1
              MOVE ZERO TO WS-LINE-COUNT.

       3300-PRINT-COURSE-LINE.
      *> Only courses with a row for the term are listed.
              IF WS-CAT-ACTIVE-COUNT(WS-CATALOG-IDX) > 0 OR
                     WS-CAT-DROPPED-COUNT(WS-CATALOG-IDX) > 0
                     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                            PERFORM 3100-PRINT-HEADING
                     END-IF
                     MOVE WS-CAT-COURSE-CODE(WS-CATALOG-IDX) TO
                            WS-DTL-COURSE-CODE
                     MOVE WS-CAT-CREDIT-HOURS(WS-CATALOG-IDX) TO
                            WS-DTL-CREDIT-HOURS
                     MOVE WS-CAT-ACTIVE-COUNT(WS-CATALOG-IDX) TO
                            WS-DTL-ACTIVE
                     MOVE WS-CAT-DROPPED-COUNT(WS-CATALOG-IDX) TO
                            WS-DTL-DROPPED
                     MOVE WS-CAT-ACTIVE-HOURS(WS-CATALOG-IDX) TO
                            WS-DTL-ACTIVE-HOURS
                     IF WS-CAT-NOT-CATALOGED(WS-CATALOG-IDX)
                            MOVE '** NOT IN CATALOG **' TO
                                   WS-DTL-FLAG
                     ELSE
                            MOVE SPACES TO WS-DTL-FLAG
                     END-IF
                     WRITE SNP-LINE FROM WS-DETAIL-LINE
                            AFTER ADVANCING 1
                     ADD 1 TO WS-LINE-COUNT
              END-IF.

       3200-PRINT-TRAILER.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3100-PRINT-HEADING
              END-IF
              MOVE WS-ROW-COUNT TO WS-TR1-COUNT
              MOVE WS-STUDENT-COUNT TO WS-TR2-COUNT
              MOVE WS-ACTIVE-COUNT TO WS-TR3-COUNT
              MOVE WS-DROPPED-COUNT TO WS-TR4-COUNT
              MOVE WS-ACTIVE-HOURS TO WS-TR5-COUNT
              MOVE WS-STUDENT-MISSING-COUNT TO WS-TR6-COUNT
              MOVE WS-UNCATALOGED-COUNT TO WS-TR7-COUNT
              MOVE WS-WRITE-ERROR-COUNT TO WS-TR8-COUNT
              WRITE SNP-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE SNP-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-TRAILER-LINE-5 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-TRAILER-LINE-6 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-TRAILER-LINE-7 AFTER ADVANCING 1
              WRITE SNP-LINE FROM WS-TRAILER-LINE-8 AFTER ADVANCING 1.

       4000-LOOKUP-COURSE.
      *> Leaves WS-CATALOG-IDX on the course's entry. A course the
      *> catalog does not carry is tabled at zero hours so its rows
      *> still show on the register.
              SET WS-LOOKUP-NOT-FOUND TO TRUE
              IF WS-CATALOG-COUNT > 0
                     SET WS-CATALOG-IDX TO 1
                     SEARCH WS-CATALOG-ENTRY VARYING WS-CATALOG-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-CAT-COURSE-CODE(WS-CATALOG-IDX)
                                   = WS-LOOKUP-COURSE-CODE
                                   SET WS-LOOKUP-FOUND TO TRUE
                     END-SEARCH
              END-IF
              IF WS-LOOKUP-NOT-FOUND
                     PERFORM 4100-TABLE-UNCATALOGED
              ELSE
                     IF WS-CAT-NOT-CATALOGED(WS-CATALOG-IDX)
                            ADD 1 TO WS-UNCATALOGED-COUNT
                     END-IF
              END-IF.

       4100-TABLE-UNCATALOGED.
              ADD 1 TO WS-UNCATALOGED-COUNT
              IF WS-CATALOG-COUNT < 500
                     ADD 1 TO WS-CATALOG-COUNT
                     SET WS-CATALOG-IDX TO WS-CATALOG-COUNT
                     MOVE WS-LOOKUP-COURSE-CODE TO
                            WS-CAT-COURSE-CODE(WS-CATALOG-IDX)
                     MOVE ZERO TO WS-CAT-CREDIT-HOURS(WS-CATALOG-IDX)
                     SET WS-CAT-NOT-CATALOGED(WS-CATALOG-IDX) TO TRUE
                     MOVE ZERO TO WS-CAT-ACTIVE-COUNT(WS-CATALOG-IDX)
                     MOVE ZERO TO WS-CAT-DROPPED-COUNT(WS-CATALOG-IDX)
                     MOVE ZERO TO WS-CAT-ACTIVE-HOURS(WS-CATALOG-IDX)
                     SET WS-LOOKUP-FOUND TO TRUE
              END-IF.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-ROW-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'CENSNAP' TO RUNC-JOB-NAME
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
                     DISPLAY 'CENSNAP: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              PERFORM 3000-PRINT-REGISTER
              PERFORM 3200-PRINT-TRAILER
              CLOSE ENROLLMENT
              CLOSE STUDENT
              CLOSE CENSUS
              CLOSE SNAPSHOT-REPORT
              DISPLAY 'CENSNAP ROWS FROZEN:     ' WS-ROW-COUNT
              DISPLAY 'CENSNAP STUDENTS:        ' WS-STUDENT-COUNT
              DISPLAY 'CENSNAP NOT IN CATALOG:  ' WS-UNCATALOGED-COUNT.
