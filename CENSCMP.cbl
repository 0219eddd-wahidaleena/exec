        IDENTIFICATION DIVISION.
              PROGRAM-ID. CENSCMP.
      *> Census retention and attrition comparison: sets two CENSNAP
      *> snapshots of one term side by side, or a snapshot and the
      *> live ENROLL.KSDS, and prints by course with a term total how
      *> many students enrolled at the earlier date were retained,
      *> dropped the course, or withdrew from the institution, how
      *> many were added since, the attrition percentage, and the
      *> active credit-hour movement. Parameters are TERM=yyyytt,
      *> FROM=yyyymmdd naming the earlier snapshot, and TO=yyyymmdd
      *> naming the later one or TO=LIVE (the default) for the file
      *> as it stands today, priced from the current catalog and
      *> student master the same way CENSNAP freezes them. Rows from
      *> both sides go through a sort work file into course and
      *> student order, the same way STUSTAT sorts its census, and
      *> each student and course pair is classified once:
      *>   RETAINED  - active before, active after
      *>   DROPPED   - active before, dropped or gone after
      *>   WITHDRAWN - active before, student status 'W' after
      *>   ADDED     - not active before, active after
      *> Attrition is dropped plus withdrawn over the earlier active
      *> count. A snapshot date with nothing on CENSUS.KSDS for the
      *> term ends the job with return code 12 and no report.
       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CENSUS ASSIGN TO 'CENSUS.KSDS'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CENS-KEY
              FILE STATUS IS WS-CENSUS-FILE-STATUS.
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
              SELECT COMPARE-REPORT ASSIGN TO 'CENSCMP.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT COMPARE-SORT-WORK ASSIGN TO 'CENSCMP.SRT'.
              SELECT RUN-CONTROL ASSIGN TO 'RUNCTL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
              FILE SECTION.
              FD CENSUS.
              COPY CENSREC.
              FD ENROLLMENT.
              COPY ENRLREC.
              FD STUDENT.
              COPY STUDREC.
              FD COURSE-CATALOG.
              COPY CRSEREC.
              FD COMPARE-REPORT.
              01 CMP-LINE PIC X(132).
              FD RUN-CONTROL.
              COPY RUNCREC.
              SD COMPARE-SORT-WORK.
              01 SD-COMPARE-RECORD.
                     05 SD-COURSE-CODE PIC X(4).
                     05 SD-STUDENT-ID PIC 9(5).
                     05 SD-SIDE PIC X(1).
                            88 SD-SIDE-BEFORE VALUE '1'.
                            88 SD-SIDE-AFTER VALUE '2'.
                     05 SD-ENROLL-STATUS PIC X(1).
                            88 SD-ENROLL-ACTIVE VALUE 'A'.
                     05 SD-STUDENT-STATUS PIC X(1).
                            88 SD-STUDENT-WITHDRAWN VALUE 'W'.
                     05 SD-CREDIT-HOURS PIC 9(2).
       WORKING-STORAGE SECTION.
              01 WS-RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
                     88 WS-RUN-CONTROL-OK VALUE '00'.
                     88 WS-RUN-CONTROL-NOT-FOUND VALUE '35'.
              01 WS-RUNC-TIME-FIELDS.
                     05 WS-RUNC-TIME-HHMMSS PIC 9(6).
                     05 FILLER PIC 9(2).
              01 WS-CENSUS-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CENSUS-FILE-OK VALUE '00'.
                     88 WS-CENSUS-FILE-EOF VALUE '10'.
              01 WS-ENROLL-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-ENROLL-FILE-OK VALUE '00'.
                     88 WS-ENROLL-FILE-EOF VALUE '10'.
              01 WS-STUDENT-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-STUDENT-FILE-OK VALUE '00'.
                     88 WS-STUDENT-FILE-MISSING VALUE '23'.
              01 WS-CATALOG-FILE-STATUS PIC X(2) VALUE '00'.
                     88 WS-CATALOG-FILE-OK VALUE '00'.
                     88 WS-CATALOG-FILE-EOF VALUE '10'.
              01 WS-PARM-LINE PIC X(80) VALUE SPACES.
              01 WS-PARM-TOKENS.
                     05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
              01 WS-TOKEN-SUB PIC 9(2) VALUE ZERO.
              01 WS-PARM-ERROR-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-PARM-ERROR VALUE 'Y'.
                     88 WS-PARM-OK VALUE 'N'.
              01 WS-SELECT-TERM PIC X(6) VALUE SPACES.
              01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
              01 WS-FROM-DATE-TEXT REDEFINES WS-FROM-DATE PIC X(8).
              01 WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
                     05 WS-FROM-YYYY PIC 9(4).
                     05 WS-FROM-MM PIC 9(2).
                     05 WS-FROM-DD PIC 9(2).
              01 WS-TO-DATE PIC 9(8) VALUE ZERO.
              01 WS-TO-DATE-TEXT REDEFINES WS-TO-DATE PIC X(8).
              01 WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
                     05 WS-TO-YYYY PIC 9(4).
                     05 WS-TO-MM PIC 9(2).
                     05 WS-TO-DD PIC 9(2).
              01 WS-TO-LIVE-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-TO-LIVE VALUE 'Y'.
                     88 WS-TO-SNAPSHOT VALUE 'N'.
      *> Term and date of the snapshot being checked or read.
              01 WS-SNAPSHOT-KEY.
                     05 WS-SNAP-TERM-CODE PIC X(6).
                     05 WS-SNAP-DATE PIC 9(8).
                     05 WS-SNAP-DATE-TEXT REDEFINES WS-SNAP-DATE
                            PIC X(8).
              01 WS-SNAP-SIDE PIC X(1) VALUE SPACE.
              01 WS-SNAPSHOT-FOUND-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-SNAPSHOT-FOUND VALUE 'Y'.
                     88 WS-SNAPSHOT-NOT-FOUND VALUE 'N'.
              01 WS-SNAPSHOT-DONE-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-SNAPSHOT-DONE VALUE 'Y'.
                     88 WS-SNAPSHOT-NOT-DONE VALUE 'N'.
              01 WS-CATALOG-EOF PIC A(1) VALUE 'N'.
                     88 WS-CATALOG-EOF-YES VALUE 'Y'.
              01 WS-CATALOG-TABLE.
                     05 WS-CATALOG-COUNT PIC 9(4) VALUE ZERO.
                     05 WS-CATALOG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CATALOG-IDX.
                            10 WS-CAT-COURSE-CODE PIC X(4).
                            10 WS-CAT-CREDIT-HOURS PIC 9(2).
              01 WS-LOOKUP-COURSE-CODE PIC X(4) VALUE SPACES.
              01 WS-LOOKUP-CREDIT-HOURS PIC 9(2) VALUE ZERO.
              01 WS-LOOKUP-FOUND-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-LOOKUP-FOUND VALUE 'Y'.
                     88 WS-LOOKUP-NOT-FOUND VALUE 'N'.
              01 WS-EOF PIC A(1) VALUE 'N'.
                     88 WS-EOF-YES VALUE 'Y'.
              01 WS-SORT-EOF PIC A(1) VALUE 'N'.
                     88 WS-SORT-EOF-YES VALUE 'Y'.
              01 WS-FIRST-RECORD-SWITCH PIC X(1) VALUE 'Y'.
                     88 WS-FIRST-RECORD VALUE 'Y'.
              01 WS-CURRENT-STUDENT-ID PIC 9(5) VALUE ZERO.
              01 WS-CURRENT-STUDENT-STATUS PIC X(1) VALUE SPACE.
              01 WS-STUDENT-SEEN-SWITCH PIC X(1) VALUE 'N'.
                     88 WS-STUDENT-SEEN VALUE 'Y'.
              01 WS-CURRENT-COURSE PIC X(4) VALUE SPACES.
      *> One student in one course, both sides gathered before the
      *> pair is classified.
              01 WS-PAIR.
                     05 WS-PAIR-STUDENT-ID PIC 9(5) VALUE ZERO.
                     05 WS-PAIR-BEFORE-SWITCH PIC X(1) VALUE 'N'.
                            88 WS-PAIR-BEFORE-ACTIVE VALUE 'Y'.
                            88 WS-PAIR-BEFORE-NOT-ACTIVE VALUE 'N'.
                     05 WS-PAIR-BEFORE-HOURS PIC 9(2) VALUE ZERO.
                     05 WS-PAIR-AFTER-STATE PIC X(1) VALUE 'N'.
                            88 WS-PAIR-AFTER-ACTIVE VALUE 'A'.
                            88 WS-PAIR-AFTER-WITHDRAWN VALUE 'W'.
                            88 WS-PAIR-AFTER-NOT-ACTIVE VALUE 'N'.
                     05 WS-PAIR-AFTER-HOURS PIC 9(2) VALUE ZERO.
              01 WS-BEFORE-ROW-COUNT PIC 9(7) VALUE ZERO.
              01 WS-AFTER-ROW-COUNT PIC 9(7) VALUE ZERO.
              01 WS-PAIR-COUNT PIC 9(7) VALUE ZERO.
              01 WS-UNCATALOGED-COUNT PIC 9(7) VALUE ZERO.
              01 WS-COURSE-COUNTS.
                     05 WS-CRS-BEFORE PIC 9(7) VALUE ZERO.
                     05 WS-CRS-RETAINED PIC 9(7) VALUE ZERO.
                     05 WS-CRS-ADDED PIC 9(7) VALUE ZERO.
                     05 WS-CRS-DROPPED PIC 9(7) VALUE ZERO.
                     05 WS-CRS-WITHDRAWN PIC 9(7) VALUE ZERO.
                     05 WS-CRS-AFTER PIC 9(7) VALUE ZERO.
                     05 WS-CRS-HOURS-BEFORE PIC 9(7) VALUE ZERO.
                     05 WS-CRS-HOURS-AFTER PIC 9(7) VALUE ZERO.
              01 WS-TERM-COUNTS.
                     05 WS-TRM-BEFORE PIC 9(7) VALUE ZERO.
                     05 WS-TRM-RETAINED PIC 9(7) VALUE ZERO.
                     05 WS-TRM-ADDED PIC 9(7) VALUE ZERO.
                     05 WS-TRM-DROPPED PIC 9(7) VALUE ZERO.
                     05 WS-TRM-WITHDRAWN PIC 9(7) VALUE ZERO.
                     05 WS-TRM-AFTER PIC 9(7) VALUE ZERO.
                     05 WS-TRM-HOURS-BEFORE PIC 9(7) VALUE ZERO.
                     05 WS-TRM-HOURS-AFTER PIC 9(7) VALUE ZERO.
              01 WS-CALC-BASE PIC 9(7) VALUE ZERO.
              01 WS-CALC-LOST PIC 9(7) VALUE ZERO.
              01 WS-ATTRITION-PCT PIC 9(3)V9 VALUE ZERO.
              01 WS-HOURS-CHANGE PIC S9(7) VALUE ZERO.
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
              01 WS-FROM-REPORT-DATE.
                     05 WS-FRD-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-FRD-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-FRD-YYYY PIC 9(4).
              01 WS-TO-REPORT-DATE.
                     05 WS-TRD-MM PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-TRD-DD PIC 9(2).
                     05 FILLER PIC X(1) VALUE '/'.
                     05 WS-TRD-YYYY PIC 9(4).
              01 WS-HEADING-LINE-1.
                     05 FILLER PIC X(10) VALUE 'DATE:'.
                     05 WS-HDG-DATE PIC X(10).
                     05 FILLER PIC X(20) VALUE SPACES.
                     05 FILLER PIC X(36) VALUE
                            'CENSUS RETENTION AND ATTRITION'.
                     05 FILLER PIC X(6) VALUE 'TERM: '.
                     05 WS-HDG-TERM PIC X(6).
                     05 FILLER PIC X(34) VALUE SPACES.
                     05 FILLER PIC X(6) VALUE 'PAGE: '.
                     05 WS-HDG-PAGE PIC ZZZ9.
              01 WS-HEADING-LINE-2.
                     05 FILLER PIC X(20) VALUE 'SNAPSHOT AS OF'.
                     05 WS-HDG-FROM PIC X(10).
                     05 FILLER PIC X(12) VALUE '  COMPARED'.
                     05 FILLER PIC X(8) VALUE 'WITH'.
                     05 WS-HDG-TO PIC X(26).
              01 WS-HEADING-LINE-3.
                     05 FILLER PIC X(8) VALUE 'COURSE'.
                     05 FILLER PIC X(10) VALUE '    BEFORE'.
                     05 FILLER PIC X(10) VALUE '  RETAINED'.
                     05 FILLER PIC X(10) VALUE '     ADDED'.
                     05 FILLER PIC X(10) VALUE '   DROPPED'.
                     05 FILLER PIC X(10) VALUE ' WITHDRAWN'.
                     05 FILLER PIC X(10) VALUE '     AFTER'.
                     05 FILLER PIC X(10) VALUE ' ATTRITION'.
                     05 FILLER PIC X(12) VALUE 'HOURS BEFORE'.
                     05 FILLER PIC X(12) VALUE ' HOURS AFTER'.
                     05 FILLER PIC X(13) VALUE ' HOURS CHANGE'.
              01 WS-DETAIL-LINE.
                     05 WS-DTL-COURSE-CODE PIC X(8).
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-BEFORE PIC ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-RETAINED PIC ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-ADDED PIC ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-DROPPED PIC ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-WITHDRAWN PIC ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-AFTER PIC ZZZ,ZZ9.
                     05 FILLER PIC X(4) VALUE SPACES.
                     05 WS-DTL-ATTRITION PIC ZZ9.9.
                     05 FILLER PIC X(1) VALUE '%'.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-HOURS-BEFORE PIC Z,ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-HOURS-AFTER PIC Z,ZZZ,ZZ9.
                     05 FILLER PIC X(3) VALUE SPACES.
                     05 WS-DTL-HOURS-CHANGE PIC -,---,--9.
              01 WS-TRAILER-LINE-1.
                     05 FILLER PIC X(32) VALUE
                            'EARLIER SNAPSHOT ROWS READ:'.
                     05 WS-TR1-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-2.
                     05 FILLER PIC X(32) VALUE
                            'LATER OR LIVE ROWS READ:'.
                     05 WS-TR2-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-3.
                     05 FILLER PIC X(32) VALUE
                            'STUDENT AND COURSE PAIRS:'.
                     05 WS-TR3-COUNT PIC ZZZ,ZZ9.
              01 WS-TRAILER-LINE-4.
                     05 FILLER PIC X(32) VALUE
                            'LIVE ROWS NOT IN CATALOG:'.
                     05 WS-TR4-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM 1000-INITIALIZE
              SORT COMPARE-SORT-WORK ON ASCENDING KEY SD-COURSE-CODE
                     SD-STUDENT-ID SD-SIDE
                     INPUT PROCEDURE IS 2000-GATHER-ROWS
                     OUTPUT PROCEDURE IS 3000-COMPARE
              PERFORM 9000-TERMINATE
              PERFORM 7150-WRITE-RUN-END
              STOP RUN.

       1000-INITIALIZE.
              ACCEPT WS-PARM-LINE FROM COMMAND-LINE
              PERFORM 1300-PARSE-PARAMETERS
              IF WS-PARM-ERROR
                     DISPLAY 'CENSCMP: PARAMETERS ARE TERM=YYYYTT '
                            'FROM=YYYYMMDD TO=YYYYMMDD OR TO=LIVE, '
                            'NOTHING COMPARED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              PERFORM 7100-WRITE-RUN-START
              OPEN INPUT CENSUS
              IF NOT WS-CENSUS-FILE-OK
                     DISPLAY 'CENSCMP: ERROR OPENING CENSUS '
                            'SNAPSHOT FILE, FILE STATUS = '
                            WS-CENSUS-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF
              MOVE WS-FROM-DATE TO WS-SNAP-DATE
              PERFORM 1600-CHECK-SNAPSHOT
              IF WS-TO-SNAPSHOT
                     MOVE WS-TO-DATE TO WS-SNAP-DATE
                     PERFORM 1600-CHECK-SNAPSHOT
              ELSE
                     OPEN INPUT ENROLLMENT
                     IF NOT WS-ENROLL-FILE-OK
                            DISPLAY 'CENSCMP: ERROR OPENING '
                                   'ENROLLMENT FILE, FILE STATUS = '
                                   WS-ENROLL-FILE-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     OPEN INPUT STUDENT
                     IF NOT WS-STUDENT-FILE-OK
                            DISPLAY 'CENSCMP: ERROR OPENING STUDENT '
                                   'FILE, FILE STATUS = '
                                   WS-STUDENT-FILE-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     PERFORM 1200-LOAD-COURSE-CATALOG
              END-IF
              OPEN OUTPUT COMPARE-REPORT
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-MM TO WS-RPT-MM
              MOVE WS-CURR-DD TO WS-RPT-DD
              MOVE WS-CURR-YYYY TO WS-RPT-YYYY
              MOVE WS-FROM-MM TO WS-FRD-MM
              MOVE WS-FROM-DD TO WS-FRD-DD
              MOVE WS-FROM-YYYY TO WS-FRD-YYYY
              MOVE WS-TO-MM TO WS-TRD-MM
              MOVE WS-TO-DD TO WS-TRD-DD
              MOVE WS-TO-YYYY TO WS-TRD-YYYY.

       1200-LOAD-COURSE-CATALOG.
              OPEN INPUT COURSE-CATALOG
              IF NOT WS-CATALOG-FILE-OK
                     DISPLAY 'CENSCMP: ERROR OPENING COURSE '
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
              ELSE
                     DISPLAY 'CENSCMP: WARNING - COURSE CATALOG '
                            'TABLE FULL, COURSE '
                            CATALOG-COURSE-CODE ' NOT TABLED'
              END-IF.

       1300-PARSE-PARAMETERS.
              MOVE SPACES TO WS-PARM-TOKENS
              UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
                     INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                            WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
              END-UNSTRING
              MOVE SPACES TO WS-FROM-DATE-TEXT
              PERFORM 1400-APPLY-PARM-TOKEN
                     VARYING WS-TOKEN-SUB FROM 1 BY 1
                     UNTIL WS-TOKEN-SUB > 4
              IF WS-SELECT-TERM = SPACES
                     SET WS-PARM-ERROR TO TRUE
              END-IF
              IF WS-FROM-DATE NOT NUMERIC
                     SET WS-PARM-ERROR TO TRUE
              END-IF
              IF WS-TO-SNAPSHOT
                     IF WS-TO-DATE NOT NUMERIC
                            SET WS-PARM-ERROR TO TRUE
                     ELSE
                            IF WS-FROM-DATE NUMERIC AND
                                   WS-TO-DATE NOT > WS-FROM-DATE
                                   SET WS-PARM-ERROR TO TRUE
                            END-IF
                     END-IF
              END-IF.

       1400-APPLY-PARM-TOKEN.
              EVALUATE TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                            CONTINUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'TERM='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:6) TO
                                   WS-SELECT-TERM
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) = 'FROM='
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) TO
                                   WS-FROM-DATE-TEXT
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = 'TO=LIVE'
                            SET WS-TO-LIVE TO TRUE
                     WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:3) = 'TO='
                            SET WS-TO-SNAPSHOT TO TRUE
                            MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(4:8) TO
                                   WS-TO-DATE-TEXT
                     WHEN OTHER
                            DISPLAY 'CENSCMP: UNRECOGNIZED PARAMETER '
                                   WS-PARM-TOKEN(WS-TOKEN-SUB)
              END-EVALUATE.

       1600-CHECK-SNAPSHOT.
      *> A comparison against a snapshot that was never taken would
      *> show every student as added or dropped.
              MOVE WS-SELECT-TERM TO WS-SNAP-TERM-CODE
              PERFORM 2150-START-SNAPSHOT
              IF WS-SNAPSHOT-NOT-FOUND
                     DISPLAY 'CENSCMP: NO SNAPSHOT OF TERM '
                            WS-SELECT-TERM ' AS OF '
                            WS-SNAP-DATE-TEXT
                            ' ON FILE, NOTHING COMPARED'
                     CLOSE CENSUS
                     MOVE 12 TO RETURN-CODE
                     PERFORM 7150-WRITE-RUN-END
                     STOP RUN
              END-IF.

       2000-GATHER-ROWS.
              MOVE WS-SELECT-TERM TO WS-SNAP-TERM-CODE
              MOVE WS-FROM-DATE TO WS-SNAP-DATE
              MOVE '1' TO WS-SNAP-SIDE
              PERFORM 2100-RELEASE-SNAPSHOT
              IF WS-TO-SNAPSHOT
                     MOVE WS-TO-DATE TO WS-SNAP-DATE
                     MOVE '2' TO WS-SNAP-SIDE
                     PERFORM 2100-RELEASE-SNAPSHOT
              ELSE
                     PERFORM UNTIL WS-EOF-YES
                            READ ENROLLMENT
                                   AT END
                                          SET WS-EOF-YES TO TRUE
                                   NOT AT END
                                          PERFORM 2300-RELEASE-LIVE
                            END-READ
                     END-PERFORM
              END-IF.

       2100-RELEASE-SNAPSHOT.
              PERFORM 2150-START-SNAPSHOT
              IF WS-SNAPSHOT-FOUND
                     PERFORM 2200-RELEASE-SNAPSHOT-ROW
              END-IF
              PERFORM UNTIL WS-SNAPSHOT-DONE
                     READ CENSUS NEXT
                            AT END
                                   SET WS-SNAPSHOT-DONE TO TRUE
                            NOT AT END
                                   PERFORM 2250-TAKE-SNAPSHOT-ROW
                     END-READ
              END-PERFORM.

       2150-START-SNAPSHOT.
      *> Positions on, and reads, the first row of the snapshot in
      *> WS-SNAPSHOT-KEY; WS-SNAPSHOT-FOUND says whether it exists.
              SET WS-SNAPSHOT-NOT-FOUND TO TRUE
              SET WS-SNAPSHOT-DONE TO TRUE
              MOVE WS-SNAP-TERM-CODE TO CENS-TERM-CODE
              MOVE WS-SNAP-DATE TO CENS-SNAPSHOT-DATE
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
                                          PERFORM 2160-CHECK-FIRST-ROW
                            END-READ
              END-START.

       2160-CHECK-FIRST-ROW.
              IF CENS-TERM-CODE = WS-SNAP-TERM-CODE AND
                     CENS-SNAPSHOT-DATE = WS-SNAP-DATE
                     SET WS-SNAPSHOT-FOUND TO TRUE
                     SET WS-SNAPSHOT-NOT-DONE TO TRUE
              END-IF.

       2200-RELEASE-SNAPSHOT-ROW.
              IF WS-SNAP-SIDE = '1'
                     ADD 1 TO WS-BEFORE-ROW-COUNT
              ELSE
                     ADD 1 TO WS-AFTER-ROW-COUNT
              END-IF
              MOVE CENS-COURSE-CODE TO SD-COURSE-CODE
              MOVE CENS-STUDENT-ID TO SD-STUDENT-ID
              MOVE WS-SNAP-SIDE TO SD-SIDE
              MOVE CENS-ENROLL-STATUS TO SD-ENROLL-STATUS
              MOVE CENS-STUDENT-STATUS TO SD-STUDENT-STATUS
              MOVE CENS-CREDIT-HOURS TO SD-CREDIT-HOURS
              RELEASE SD-COMPARE-RECORD.

       2250-TAKE-SNAPSHOT-ROW.
      *> The snapshot ends at the first row of another term or date.
              IF CENS-TERM-CODE = WS-SNAP-TERM-CODE AND
                     CENS-SNAPSHOT-DATE = WS-SNAP-DATE
                     PERFORM 2200-RELEASE-SNAPSHOT-ROW
              ELSE
                     SET WS-SNAPSHOT-DONE TO TRUE
              END-IF.

       2300-RELEASE-LIVE.
      *> The live side is priced the way CENSNAP would freeze it
      *> today: the student master's status and the catalog hours.
              IF ENROLL-TERM-CODE = WS-SELECT-TERM
                     ADD 1 TO WS-AFTER-ROW-COUNT
                     IF ENROLL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
                            OR NOT WS-STUDENT-SEEN
                            PERFORM 2400-READ-STUDENT
                     END-IF
                     MOVE ENROLL-COURSE-CODE TO WS-LOOKUP-COURSE-CODE
                     PERFORM 4000-LOOKUP-COURSE
                     MOVE ENROLL-COURSE-CODE TO SD-COURSE-CODE
                     MOVE ENROLL-STUDENT-ID TO SD-STUDENT-ID
                     MOVE '2' TO SD-SIDE
                     MOVE ENROLL-STATUS TO SD-ENROLL-STATUS
                     MOVE WS-CURRENT-STUDENT-STATUS TO
                            SD-STUDENT-STATUS
                     MOVE WS-LOOKUP-CREDIT-HOURS TO SD-CREDIT-HOURS
                     RELEASE SD-COMPARE-RECORD
              END-IF.

       2400-READ-STUDENT.
              MOVE ENROLL-STUDENT-ID TO WS-CURRENT-STUDENT-ID
              SET WS-STUDENT-SEEN TO TRUE
              MOVE WS-CURRENT-STUDENT-ID TO STUDENT-ID
              READ STUDENT
              IF WS-STUDENT-FILE-OK
                     MOVE ENROLLMENT-STATUS TO
                            WS-CURRENT-STUDENT-STATUS
              ELSE
                     MOVE SPACE TO WS-CURRENT-STUDENT-STATUS
              END-IF.

       3000-COMPARE.
              PERFORM UNTIL WS-SORT-EOF-YES
                     RETURN COMPARE-SORT-WORK
                            AT END
                                   SET WS-SORT-EOF-YES TO TRUE
                            NOT AT END
                                   PERFORM 3100-ACCUMULATE
                     END-RETURN
              END-PERFORM
              IF NOT WS-FIRST-RECORD
                     PERFORM 3150-CLASSIFY-PAIR
                     PERFORM 3300-PRINT-COURSE-LINE
              END-IF
              PERFORM 3400-PRINT-TERM-TOTAL.

       3100-ACCUMULATE.
              IF WS-FIRST-RECORD
                     MOVE SD-COURSE-CODE TO WS-CURRENT-COURSE
                     MOVE SD-STUDENT-ID TO WS-PAIR-STUDENT-ID
                     MOVE 'N' TO WS-FIRST-RECORD-SWITCH
              ELSE
                     IF SD-COURSE-CODE NOT = WS-CURRENT-COURSE
                            PERFORM 3150-CLASSIFY-PAIR
                            PERFORM 3300-PRINT-COURSE-LINE
                            MOVE SD-COURSE-CODE TO WS-CURRENT-COURSE
                            MOVE SD-STUDENT-ID TO WS-PAIR-STUDENT-ID
                     ELSE
                            IF SD-STUDENT-ID NOT = WS-PAIR-STUDENT-ID
                                   PERFORM 3150-CLASSIFY-PAIR
                                   MOVE SD-STUDENT-ID TO
                                          WS-PAIR-STUDENT-ID
                            END-IF
                     END-IF
              END-IF
              IF SD-SIDE-BEFORE
                     IF SD-ENROLL-ACTIVE
                            SET WS-PAIR-BEFORE-ACTIVE TO TRUE
                            MOVE SD-CREDIT-HOURS TO
                                   WS-PAIR-BEFORE-HOURS
                     END-IF
              ELSE
                     EVALUATE TRUE
                            WHEN SD-STUDENT-WITHDRAWN
                                   SET WS-PAIR-AFTER-WITHDRAWN TO TRUE
                            WHEN SD-ENROLL-ACTIVE
                                   SET WS-PAIR-AFTER-ACTIVE TO TRUE
                                   MOVE SD-CREDIT-HOURS TO
                                          WS-PAIR-AFTER-HOURS
                     END-EVALUATE
              END-IF.

       3150-CLASSIFY-PAIR.
              ADD 1 TO WS-PAIR-COUNT
              IF WS-PAIR-BEFORE-ACTIVE
                     ADD 1 TO WS-CRS-BEFORE
                     ADD WS-PAIR-BEFORE-HOURS TO WS-CRS-HOURS-BEFORE
                     EVALUATE TRUE
                            WHEN WS-PAIR-AFTER-WITHDRAWN
                                   ADD 1 TO WS-CRS-WITHDRAWN
                            WHEN WS-PAIR-AFTER-ACTIVE
                                   ADD 1 TO WS-CRS-RETAINED
                            WHEN OTHER
                                   ADD 1 TO WS-CRS-DROPPED
                     END-EVALUATE
              ELSE
                     IF WS-PAIR-AFTER-ACTIVE
                            ADD 1 TO WS-CRS-ADDED
                     END-IF
              END-IF
              IF WS-PAIR-AFTER-ACTIVE
                     ADD 1 TO WS-CRS-AFTER
                     ADD WS-PAIR-AFTER-HOURS TO WS-CRS-HOURS-AFTER
              END-IF
              SET WS-PAIR-BEFORE-NOT-ACTIVE TO TRUE
              MOVE ZERO TO WS-PAIR-BEFORE-HOURS
              SET WS-PAIR-AFTER-NOT-ACTIVE TO TRUE
              MOVE ZERO TO WS-PAIR-AFTER-HOURS.

       3200-PRINT-HEADING.
              ADD 1 TO WS-PAGE-COUNT
              MOVE WS-REPORT-DATE TO WS-HDG-DATE
              MOVE WS-SELECT-TERM TO WS-HDG-TERM
              MOVE WS-FROM-REPORT-DATE TO WS-HDG-FROM
              IF WS-TO-LIVE
                     MOVE 'LIVE ENROLLMENT FILE' TO WS-HDG-TO
              ELSE
                     MOVE SPACES TO WS-HDG-TO
                     STRING 'SNAPSHOT AS OF ' DELIMITED BY SIZE
                            WS-TO-REPORT-DATE DELIMITED BY SIZE
                            INTO WS-HDG-TO
                     END-STRING
              END-IF
              MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
              WRITE CMP-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING 1
              WRITE CMP-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1
              WRITE CMP-LINE FROM WS-HEADING-LINE-3 AFTER ADVANCING 2
              MOVE ZERO TO WS-LINE-COUNT.

       3300-PRINT-COURSE-LINE.
      *> A course whose rows were dropped on both dates has nothing
      *> to show and is left off.
              IF WS-CRS-BEFORE > 0 OR WS-CRS-AFTER > 0
                     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                            PERFORM 3200-PRINT-HEADING
                     END-IF
                     MOVE WS-CURRENT-COURSE TO WS-DTL-COURSE-CODE
                     MOVE WS-CRS-BEFORE TO WS-DTL-BEFORE
                     MOVE WS-CRS-RETAINED TO WS-DTL-RETAINED
                     MOVE WS-CRS-ADDED TO WS-DTL-ADDED
                     MOVE WS-CRS-DROPPED TO WS-DTL-DROPPED
                     MOVE WS-CRS-WITHDRAWN TO WS-DTL-WITHDRAWN
                     MOVE WS-CRS-AFTER TO WS-DTL-AFTER
                     MOVE WS-CRS-BEFORE TO WS-CALC-BASE
                     COMPUTE WS-CALC-LOST =
                            WS-CRS-DROPPED + WS-CRS-WITHDRAWN
                     PERFORM 3600-COMPUTE-ATTRITION
                     MOVE WS-ATTRITION-PCT TO WS-DTL-ATTRITION
                     MOVE WS-CRS-HOURS-BEFORE TO WS-DTL-HOURS-BEFORE
                     MOVE WS-CRS-HOURS-AFTER TO WS-DTL-HOURS-AFTER
                     COMPUTE WS-HOURS-CHANGE =
                            WS-CRS-HOURS-AFTER - WS-CRS-HOURS-BEFORE
                     MOVE WS-HOURS-CHANGE TO WS-DTL-HOURS-CHANGE
                     WRITE CMP-LINE FROM WS-DETAIL-LINE
                            AFTER ADVANCING 1
                     ADD 1 TO WS-LINE-COUNT
              END-IF
              ADD WS-CRS-BEFORE TO WS-TRM-BEFORE
              ADD WS-CRS-RETAINED TO WS-TRM-RETAINED
              ADD WS-CRS-ADDED TO WS-TRM-ADDED
              ADD WS-CRS-DROPPED TO WS-TRM-DROPPED
              ADD WS-CRS-WITHDRAWN TO WS-TRM-WITHDRAWN
              ADD WS-CRS-AFTER TO WS-TRM-AFTER
              ADD WS-CRS-HOURS-BEFORE TO WS-TRM-HOURS-BEFORE
              ADD WS-CRS-HOURS-AFTER TO WS-TRM-HOURS-AFTER
              MOVE ZERO TO WS-CRS-BEFORE
              MOVE ZERO TO WS-CRS-RETAINED
              MOVE ZERO TO WS-CRS-ADDED
              MOVE ZERO TO WS-CRS-DROPPED
              MOVE ZERO TO WS-CRS-WITHDRAWN
              MOVE ZERO TO WS-CRS-AFTER
              MOVE ZERO TO WS-CRS-HOURS-BEFORE
              MOVE ZERO TO WS-CRS-HOURS-AFTER.

       3400-PRINT-TERM-TOTAL.
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                     PERFORM 3200-PRINT-HEADING
              END-IF
              MOVE 'TERM' TO WS-DTL-COURSE-CODE
              MOVE WS-TRM-BEFORE TO WS-DTL-BEFORE
              MOVE WS-TRM-RETAINED TO WS-DTL-RETAINED
              MOVE WS-TRM-ADDED TO WS-DTL-ADDED
              MOVE WS-TRM-DROPPED TO WS-DTL-DROPPED
              MOVE WS-TRM-WITHDRAWN TO WS-DTL-WITHDRAWN
              MOVE WS-TRM-AFTER TO WS-DTL-AFTER
              MOVE WS-TRM-BEFORE TO WS-CALC-BASE
              COMPUTE WS-CALC-LOST = WS-TRM-DROPPED + WS-TRM-WITHDRAWN
              PERFORM 3600-COMPUTE-ATTRITION
              MOVE WS-ATTRITION-PCT TO WS-DTL-ATTRITION
              MOVE WS-TRM-HOURS-BEFORE TO WS-DTL-HOURS-BEFORE
              MOVE WS-TRM-HOURS-AFTER TO WS-DTL-HOURS-AFTER
              COMPUTE WS-HOURS-CHANGE =
                     WS-TRM-HOURS-AFTER - WS-TRM-HOURS-BEFORE
              MOVE WS-HOURS-CHANGE TO WS-DTL-HOURS-CHANGE
              WRITE CMP-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 2
              ADD 2 TO WS-LINE-COUNT.

       3500-PRINT-TRAILER.
              MOVE WS-BEFORE-ROW-COUNT TO WS-TR1-COUNT
              MOVE WS-AFTER-ROW-COUNT TO WS-TR2-COUNT
              MOVE WS-PAIR-COUNT TO WS-TR3-COUNT
              MOVE WS-UNCATALOGED-COUNT TO WS-TR4-COUNT
              WRITE CMP-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 2
              WRITE CMP-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1
              WRITE CMP-LINE FROM WS-TRAILER-LINE-3 AFTER ADVANCING 1
              WRITE CMP-LINE FROM WS-TRAILER-LINE-4 AFTER ADVANCING 1.

       3600-COMPUTE-ATTRITION.
              IF WS-CALC-BASE > 0
                     COMPUTE WS-ATTRITION-PCT ROUNDED =
                            WS-CALC-LOST * 100 / WS-CALC-BASE
              ELSE
                     MOVE ZERO TO WS-ATTRITION-PCT
              END-IF.

       4000-LOOKUP-COURSE.
              SET WS-LOOKUP-NOT-FOUND TO TRUE
              MOVE ZERO TO WS-LOOKUP-CREDIT-HOURS
              IF WS-CATALOG-COUNT > 0
                     SET WS-CATALOG-IDX TO 1
                     SEARCH WS-CATALOG-ENTRY VARYING WS-CATALOG-IDX
                            AT END
                                   CONTINUE
                            WHEN WS-CAT-COURSE-CODE(WS-CATALOG-IDX)
                                   = WS-LOOKUP-COURSE-CODE
                                   SET WS-LOOKUP-FOUND TO TRUE
                                   MOVE WS-CAT-CREDIT-HOURS
                                          (WS-CATALOG-IDX) TO
                                          WS-LOOKUP-CREDIT-HOURS
                     END-SEARCH
              END-IF
              IF WS-LOOKUP-NOT-FOUND
                     ADD 1 TO WS-UNCATALOGED-COUNT
              END-IF.

       7100-WRITE-RUN-START.
              SET RUNC-START-RECORD TO TRUE
              MOVE ZERO TO RUNC-RECORD-COUNT
              MOVE ZERO TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7150-WRITE-RUN-END.
              SET RUNC-END-RECORD TO TRUE
              MOVE WS-PAIR-COUNT TO RUNC-RECORD-COUNT
              MOVE RETURN-CODE TO RUNC-RETURN-CODE
              PERFORM 7200-WRITE-RUN-CONTROL.

       7200-WRITE-RUN-CONTROL.
              MOVE 'CENSCMP' TO RUNC-JOB-NAME
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
                     DISPLAY 'CENSCMP: WARNING - RUN CONTROL LEDGER '
                            'NOT AVAILABLE, FILE STATUS = '
                            WS-RUN-CONTROL-STATUS
              END-IF.

       9000-TERMINATE.
              PERFORM 3500-PRINT-TRAILER
              CLOSE CENSUS
              IF WS-TO-LIVE
                     CLOSE ENROLLMENT
                     CLOSE STUDENT
              END-IF
              CLOSE COMPARE-REPORT
              DISPLAY 'CENSCMP PAIRS COMPARED:  ' WS-PAIR-COUNT
              DISPLAY 'CENSCMP ENROLLED BEFORE: ' WS-TRM-BEFORE
              DISPLAY 'CENSCMP ENROLLED AFTER:  ' WS-TRM-AFTER.
