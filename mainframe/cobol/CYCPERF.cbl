       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCPERF.

      * Weekly batch-window report - reads the RUNHIST run history
      * every DAILYCYC and HOLCYC step appends to and shows, for the
      * seven calendar dates ending on the WEEKEND=YYYYMMDD card
      * (or, with no card, the latest date on the history), how long
      * each step took against its target, compared with the seven
      * dates before. A step's elapsed time for a date is the sum of
      * all its attempts - a refused resubmission or a restart after
      * an abend counts, since that is time the window really lost -
      * and the attempt count is printed so the restarts show. The
      * step summary marks a step SLOWER when this week's average is
      * more than TREND-PCT percent over the prior week's; the daily
      * detail marks OVER TARGET runs and a COUNT JUMP where the
      * records read moved more than COUNT-JUMP-PCT percent from the
      * step's average over the seven dates before; the window
      * section measures first start to last end of each date's
      * cycle against TARGET-WINDOW. Targets are PARMFILE records
      * TARGET-<step> (seconds) as of the week-ending date, with the
      * compiled defaults below when none is keyed. Operator-run
      * weekly, not part of the recurring daily cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PARM-KEY
              FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT PERF-RPT-FILE ASSIGN TO "CYCPERF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  PERF-RPT-FILE.
       01  PERF-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
           88  RUNHIST-EOF          VALUE "10".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-PERFRPT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-PARM-VALUE        PIC S9(9)V9(6) VALUE 0.
       01  WS-PARM-FOUND        PIC X(1) VALUE "N".
           88  PARM-FOUND           VALUE "Y".

       01  WS-LINE              PIC X(80) VALUE SPACES.
       01  WS-WEEK-END          PIC X(8)  VALUE SPACES.
       01  WS-WEEK-END-N REDEFINES WS-WEEK-END PIC 9(8).
       01  WS-WEEK-END-INT      PIC 9(7)  VALUE 0.
       01  WS-BASE-INT          PIC 9(7)  VALUE 0.
       01  WS-RECORD-COUNT      PIC 9(7)  VALUE 0.
       01  WS-USED-COUNT        PIC 9(7)  VALUE 0.

      * Compiled fallbacks when PARMFILE carries no target.
       01  WS-DEFAULT-TARGET    PIC 9(7)  VALUE 600.
       01  WS-WINDOW-TARGET     PIC 9(7)  VALUE 14400.
       01  WS-TREND-PCT         PIC 9(3)  VALUE 20.
       01  WS-JUMP-PCT          PIC 9(3)  VALUE 50.

      * RHIST-START/RHIST-END are CURRENT-DATE stamps; each is turned
      * into seconds since the day-integer epoch so an elapsed time
      * that crosses midnight still comes out right.
       01  WS-STAMP.
           05  WS-STAMP-DATE    PIC 9(8).
           05  WS-STAMP-HH      PIC 9(2).
           05  WS-STAMP-MM      PIC 9(2).
           05  WS-STAMP-SS      PIC 9(2).
           05  FILLER           PIC X(7).
       01  WS-STAMP-SECS        PIC 9(12) VALUE 0.
       01  WS-START-SECS        PIC 9(12) VALUE 0.
       01  WS-END-SECS          PIC 9(12) VALUE 0.
       01  WS-STAMP-VALID       PIC X(1)  VALUE "N".
           88  STAMP-VALID          VALUE "Y".
       01  WS-ELAPSED           PIC 9(7)  VALUE 0.
       01  WS-REC-INT           PIC 9(7)  VALUE 0.

      * Fourteen dates - 1 to 7 the prior week, 8 to 14 the report
      * week, 14 being the week-ending date - by up to 40 steps, in
      * the order they first appear on the history (cycle order).
       01  WS-DAY-IDX           PIC 9(2)  VALUE 0.
       01  WS-BACK-IDX          PIC 9(2)  VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 14 TIMES.
               10  WS-DAY-DATE      PIC X(8).
               10  WS-WIN-FIRST     PIC 9(12).
               10  WS-WIN-LAST      PIC 9(12).
       01  WS-STEP-MAX          PIC 9(2)  VALUE 40.
       01  WS-STEP-COUNT        PIC 9(2)  VALUE 0.
       01  WS-STEP-IDX          PIC 9(2)  VALUE 0.
       01  WS-STEP-SLOT         PIC 9(2)  VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  WS-STEP-NAME     PIC X(8).
               10  WS-STEP-TARGET   PIC 9(7).
               10  WS-STEP-DAY OCCURS 14 TIMES.
                   15  WS-SD-SECS       PIC 9(7).
                   15  WS-SD-ATTEMPTS   PIC 9(3).
                   15  WS-SD-RESUMED    PIC X(1).
                   15  WS-SD-READ       PIC 9(9).
                   15  WS-SD-WRITTEN    PIC 9(9).
                   15  WS-SD-REJECTED   PIC 9(9).
                   15  WS-SD-RC         PIC 9(4).
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".

      * Per-step summary work fields.
       01  WS-THIS-RUNS         PIC 9(3)  VALUE 0.
       01  WS-THIS-TOTAL        PIC 9(9)  VALUE 0.
       01  WS-THIS-AVG          PIC 9(7)  VALUE 0.
       01  WS-THIS-MAX          PIC 9(7)  VALUE 0.
       01  WS-PRIOR-RUNS        PIC 9(3)  VALUE 0.
       01  WS-PRIOR-TOTAL       PIC 9(9)  VALUE 0.
       01  WS-PRIOR-AVG         PIC 9(7)  VALUE 0.
       01  WS-OVER-DAYS         PIC 9(3)  VALUE 0.
       01  WS-RESTART-DAYS      PIC 9(3)  VALUE 0.
       01  WS-TREND-LIMIT       PIC 9(9)  VALUE 0.
       01  WS-BASE-RUNS         PIC 9(3)  VALUE 0.
       01  WS-BASE-TOTAL        PIC 9(11) VALUE 0.
       01  WS-BASE-AVG          PIC 9(9)  VALUE 0.
       01  WS-COUNT-DIFF        PIC 9(9)  VALUE 0.
       01  WS-FLAGS             PIC X(40) VALUE SPACES.
       01  WS-FLAG-PTR          PIC 9(3)  VALUE 0.
       01  WS-SLOWER-COUNT      PIC 9(5)  VALUE 0.
       01  WS-OVER-COUNT        PIC 9(5)  VALUE 0.
       01  WS-JUMP-COUNT        PIC 9(5)  VALUE 0.
       01  WS-WINDOW-OVER       PIC 9(5)  VALUE 0.

      * HH:MM:SS rendering of a seconds figure.
       01  WS-HMS-SECS          PIC 9(7)  VALUE 0.
       01  WS-HMS-REM           PIC 9(7)  VALUE 0.
       01  WS-HMS.
           05  WS-HMS-HH        PIC 9(3).
           05  FILLER           PIC X(1)  VALUE ":".
           05  WS-HMS-MM        PIC 9(2).
           05  FILLER           PIC X(1)  VALUE ":".
           05  WS-HMS-SS        PIC 9(2).
       01  WS-HMS-A             PIC X(9)  VALUE SPACES.
       01  WS-HMS-B             PIC X(9)  VALUE SPACES.
       01  WS-HMS-C             PIC X(9)  VALUE SPACES.
       01  WS-HMS-D             PIC X(9)  VALUE SPACES.
       01  WS-CLOCK-A           PIC X(8)  VALUE SPACES.
       01  WS-CLOCK-B           PIC X(8)  VALUE SPACES.

       01  WS-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT2       PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT3       PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT        PIC ZZ9.
       01  WS-SMALL-EDIT2       PIC ZZ9.
       01  WS-SMALL-EDIT3       PIC ZZ9.
       01  WS-RC-EDIT           PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-LINE FROM SYSIN
           IF WS-LINE(1:8) = "WEEKEND="
              MOVE WS-LINE(9:8) TO WS-WEEK-END
           ELSE
              PERFORM FIND-LATEST-DATE
           END-IF
           IF WS-WEEK-END NOT NUMERIC
              DISPLAY "CYCPERF: NO WEEK-ENDING DATE - SUPPLY "
                 "WEEKEND=YYYYMMDD OR CHECK THE RUN HISTORY"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-RUN-PARAMETERS
           PERFORM BUILD-DAY-DATES
           PERFORM LOAD-RUN-HISTORY
           PERFORM LOAD-STEP-TARGETS

           OPEN OUTPUT PERF-RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-STEP-SUMMARY
           PERFORM WRITE-DAILY-DETAIL
           PERFORM WRITE-WINDOW-SECTION
           PERFORM WRITE-TOTALS
           CLOSE PERF-RPT-FILE

           DISPLAY "CYCPERF: WEEK ENDING " WS-WEEK-END ", "
              WS-USED-COUNT " OF " WS-RECORD-COUNT
              " HISTORY RECORDS IN RANGE, " WS-STEP-COUNT " STEPS"
           GOBACK.

      * With no WEEKEND= card the report is for the week ending on
      * the latest business date the history holds - a straight
      * rerun of the weekly job after Sunday's cycle.
       FIND-LATEST-DATE.
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
              SET RUNHIST-EOF TO TRUE
           END-IF
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL RUNHIST-EOF
              IF RHIST-BUS-DATE NUMERIC
                 AND (WS-WEEK-END NOT NUMERIC
                      OR RHIST-BUS-DATE > WS-WEEK-END)
                 MOVE RHIST-BUS-DATE TO WS-WEEK-END
              END-IF
              PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE RUN-HIST-FILE.

       READ-NEXT-HISTORY.
           IF NOT RUNHIST-EOF
              READ RUN-HIST-FILE
                  AT END SET RUNHIST-EOF TO TRUE
              END-READ
           END-IF.

      * The compiled VALUE clauses above are the fallback - a
      * parameter the master does not carry leaves the default in
      * place. Targets are taken as of the week-ending date.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           MOVE "TARGET-WINDOW" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-WINDOW-TARGET
           END-IF
           MOVE "TREND-PCT" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-TREND-PCT
           END-IF
           MOVE "COUNT-JUMP-PCT" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-JUMP-PCT
           END-IF
           MOVE "TARGET-DEFAULT" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-DEFAULT-TARGET
           END-IF
           CLOSE PARM-FILE.

      * Step targets can only be looked up once the history has
      * said which steps ran.
       LOAD-STEP-TARGETS.
           OPEN INPUT PARM-FILE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE SPACES TO WS-PARM-NAME
              STRING "TARGET-" WS-STEP-NAME(WS-STEP-IDX)
                 DELIMITED BY SPACE INTO WS-PARM-NAME
              PERFORM READ-ONE-PARAMETER
              IF PARM-FOUND
                 MOVE WS-PARM-VALUE TO WS-STEP-TARGET(WS-STEP-IDX)
              ELSE
                 MOVE WS-DEFAULT-TARGET
                    TO WS-STEP-TARGET(WS-STEP-IDX)
              END-IF
           END-PERFORM
           CLOSE PARM-FILE.

      * Records for one name sit in effective-date order under the
      * key, so the last one dated on or before the week-ending
      * date wins.
       READ-ONE-PARAMETER.
           MOVE "N" TO WS-PARM-FOUND
           MOVE 0 TO WS-PARM-VALUE
           MOVE SPACES TO WS-PARMFILE-STATUS
           MOVE WS-PARM-NAME TO PARM-NAME
           MOVE LOW-VALUES TO PARM-EFF-DATE
           START PARM-FILE KEY IS NOT LESS THAN PARM-KEY
               INVALID KEY
                   SET PARMFILE-EOF TO TRUE
           END-START
           IF NOT PARMFILE-EOF
              PERFORM READ-NEXT-PARAMETER
              PERFORM UNTIL PARMFILE-EOF
                 OR PARM-NAME NOT = WS-PARM-NAME
                 IF PARM-EFF-DATE NOT > WS-WEEK-END
                    MOVE PARM-VALUE TO WS-PARM-VALUE
                    SET PARM-FOUND TO TRUE
                 END-IF
                 PERFORM READ-NEXT-PARAMETER
              END-PERFORM
           END-IF.

       READ-NEXT-PARAMETER.
           READ PARM-FILE NEXT RECORD
               AT END SET PARMFILE-EOF TO TRUE
           END-READ.

       BUILD-DAY-DATES.
           COMPUTE WS-WEEK-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-WEEK-END-N)
           COMPUTE WS-BASE-INT = WS-WEEK-END-INT - 14
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > 14
              MOVE FUNCTION DATE-OF-INTEGER(WS-BASE-INT + WS-DAY-IDX)
                 TO WS-DAY-DATE(WS-DAY-IDX)
              MOVE 0 TO WS-WIN-FIRST(WS-DAY-IDX)
              MOVE 0 TO WS-WIN-LAST(WS-DAY-IDX)
           END-PERFORM.

       LOAD-RUN-HISTORY.
           MOVE SPACES TO WS-RUNHIST-STATUS
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
              SET RUNHIST-EOF TO TRUE
           END-IF
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL RUNHIST-EOF
              ADD 1 TO WS-RECORD-COUNT
              PERFORM ACCUMULATE-HISTORY
              PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE RUN-HIST-FILE.

      * A record outside the fourteen dates, or whose stamps cannot
      * be read, is skipped. Each attempt adds its elapsed time; the
      * counts and return code are the last attempt's, since that is
      * the one whose output the cycle carried forward.
       ACCUMULATE-HISTORY.
           IF RHIST-BUS-DATE NUMERIC
              COMPUTE WS-REC-INT =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(RHIST-BUS-DATE))
              IF WS-REC-INT > WS-BASE-INT
                 AND WS-REC-INT NOT > WS-WEEK-END-INT
                 COMPUTE WS-DAY-IDX = WS-REC-INT - WS-BASE-INT
                 PERFORM FIND-STEP-SLOT
                 IF WS-STEP-SLOT > 0
                    ADD 1 TO WS-USED-COUNT
                    PERFORM RECORD-ATTEMPT
                 END-IF
              END-IF
           END-IF.

       RECORD-ATTEMPT.
           MOVE RHIST-START TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-START-SECS
           IF STAMP-VALID
              MOVE RHIST-END TO WS-STAMP
              PERFORM STAMP-TO-SECONDS
           END-IF
           MOVE WS-STAMP-SECS TO WS-END-SECS
           IF STAMP-VALID AND WS-END-SECS NOT < WS-START-SECS
              COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
              ADD WS-ELAPSED TO WS-SD-SECS(WS-STEP-SLOT, WS-DAY-IDX)
              IF WS-WIN-FIRST(WS-DAY-IDX) = 0
                 OR WS-START-SECS < WS-WIN-FIRST(WS-DAY-IDX)
                 MOVE WS-START-SECS TO WS-WIN-FIRST(WS-DAY-IDX)
              END-IF
              IF WS-END-SECS > WS-WIN-LAST(WS-DAY-IDX)
                 MOVE WS-END-SECS TO WS-WIN-LAST(WS-DAY-IDX)
              END-IF
           END-IF
           ADD 1 TO WS-SD-ATTEMPTS(WS-STEP-SLOT, WS-DAY-IDX)
           IF RHIST-RESUMED
              MOVE "Y" TO WS-SD-RESUMED(WS-STEP-SLOT, WS-DAY-IDX)
           END-IF
           MOVE RHIST-READ
              TO WS-SD-READ(WS-STEP-SLOT, WS-DAY-IDX)
           MOVE RHIST-WRITTEN
              TO WS-SD-WRITTEN(WS-STEP-SLOT, WS-DAY-IDX)
           MOVE RHIST-REJECTED
              TO WS-SD-REJECTED(WS-STEP-SLOT, WS-DAY-IDX)
           MOVE RHIST-RC TO WS-SD-RC(WS-STEP-SLOT, WS-DAY-IDX).

       STAMP-TO-SECONDS.
           MOVE "N" TO WS-STAMP-VALID
           MOVE 0 TO WS-STAMP-SECS
           IF WS-STAMP-DATE NUMERIC AND WS-STAMP-HH NUMERIC
              AND WS-STAMP-MM NUMERIC AND WS-STAMP-SS NUMERIC
              AND WS-STAMP-DATE > 16010101
              COMPUTE WS-STAMP-SECS =
                 FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                 + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                 + WS-STAMP-SS
              SET STAMP-VALID TO TRUE
           END-IF.

      * A step not seen before takes the next free slot. A full
      * table is reported once, not silently dropped.
       FIND-STEP-SLOT.
           MOVE 0 TO WS-STEP-SLOT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
              OR WS-STEP-SLOT > 0
              IF WS-STEP-NAME(WS-STEP-IDX) = RHIST-STEP
                 MOVE WS-STEP-IDX TO WS-STEP-SLOT
              END-IF
           END-PERFORM
           IF WS-STEP-SLOT = 0
              IF WS-STEP-COUNT < WS-STEP-MAX
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-COUNT TO WS-STEP-SLOT
                 INITIALIZE WS-STEP-ENTRY(WS-STEP-SLOT)
                 MOVE RHIST-STEP TO WS-STEP-NAME(WS-STEP-SLOT)
              ELSE
                 IF NOT TABLE-FULL
                    DISPLAY "CYCPERF: STEP TABLE FULL - " RHIST-STEP
                       " AND LATER NEW STEPS NOT REPORTED"
                    SET TABLE-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO PERF-RPT-LINE
           STRING "WEEKLY BATCH WINDOW REPORT - WEEK ENDING "
              WS-WEEK-END
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE SPACES TO PERF-RPT-LINE
           STRING "REPORT WEEK " WS-DAY-DATE(8) " TO "
              WS-DAY-DATE(14) ", COMPARED WITH "
              WS-DAY-DATE(1) " TO " WS-DAY-DATE(7)
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE WS-TREND-PCT TO WS-SMALL-EDIT
           MOVE WS-JUMP-PCT TO WS-SMALL-EDIT2
           MOVE SPACES TO PERF-RPT-LINE
           STRING "SLOWER = WEEK AVERAGE OVER PRIOR BY MORE THAN "
              WS-SMALL-EDIT "%   COUNT JUMP = RECORDS READ MOVED "
              "MORE THAN " WS-SMALL-EDIT2 "% FROM 7-DATE AVERAGE"
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE.

      * One line per step: target, this week's and last week's
      * average elapsed, the worst run, how many dates ran over the
      * target or needed more than one attempt, and the trend flag.
       WRITE-STEP-SUMMARY.
           MOVE SPACES TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE "STEP SUMMARY" TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE SPACES TO PERF-RPT-LINE
           STRING "  STEP        TARGET  AVG WEEK  AVG PRIOR"
              "    WORST  RUNS OVER RESTART  TREND"
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
              PERFORM SUMMARIZE-ONE-STEP
           END-PERFORM.

       SUMMARIZE-ONE-STEP.
           MOVE 0 TO WS-THIS-RUNS WS-THIS-TOTAL WS-THIS-MAX
           MOVE 0 TO WS-PRIOR-RUNS WS-PRIOR-TOTAL
           MOVE 0 TO WS-OVER-DAYS WS-RESTART-DAYS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > 14
              IF WS-SD-ATTEMPTS(WS-STEP-IDX, WS-DAY-IDX) > 0
                 IF WS-DAY-IDX > 7
                    PERFORM COUNT-REPORT-WEEK-RUN
                 ELSE
                    ADD 1 TO WS-PRIOR-RUNS
                    ADD WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX)
                       TO WS-PRIOR-TOTAL
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WS-THIS-AVG WS-PRIOR-AVG
           IF WS-THIS-RUNS > 0
              COMPUTE WS-THIS-AVG ROUNDED =
                 WS-THIS-TOTAL / WS-THIS-RUNS
           END-IF
           IF WS-PRIOR-RUNS > 0
              COMPUTE WS-PRIOR-AVG ROUNDED =
                 WS-PRIOR-TOTAL / WS-PRIOR-RUNS
           END-IF
           MOVE SPACES TO WS-FLAGS
           IF WS-THIS-RUNS > 0 AND WS-PRIOR-RUNS > 0
              COMPUTE WS-TREND-LIMIT =
                 WS-PRIOR-AVG * (100 + WS-TREND-PCT) / 100
              IF WS-THIS-AVG > WS-TREND-LIMIT
                 MOVE "SLOWER" TO WS-FLAGS
                 ADD 1 TO WS-SLOWER-COUNT
              END-IF
           END-IF
           MOVE WS-STEP-TARGET(WS-STEP-IDX) TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-A
           MOVE WS-THIS-AVG TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-B
           MOVE WS-PRIOR-AVG TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-C
           MOVE WS-THIS-MAX TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-D
           MOVE WS-THIS-RUNS TO WS-SMALL-EDIT
           MOVE WS-OVER-DAYS TO WS-SMALL-EDIT2
           MOVE WS-RESTART-DAYS TO WS-SMALL-EDIT3
           MOVE SPACES TO PERF-RPT-LINE
           STRING "  " WS-STEP-NAME(WS-STEP-IDX) "  "
              WS-HMS-A " " WS-HMS-B "  " WS-HMS-C " " WS-HMS-D
              "   " WS-SMALL-EDIT "  " WS-SMALL-EDIT2 "     "
              WS-SMALL-EDIT3 "  " WS-FLAGS
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE.

       COUNT-REPORT-WEEK-RUN.
           ADD 1 TO WS-THIS-RUNS
           ADD WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX) TO WS-THIS-TOTAL
           IF WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX) > WS-THIS-MAX
              MOVE WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX)
                 TO WS-THIS-MAX
           END-IF
           IF WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX)
              > WS-STEP-TARGET(WS-STEP-IDX)
              ADD 1 TO WS-OVER-DAYS
           END-IF
           IF WS-SD-ATTEMPTS(WS-STEP-IDX, WS-DAY-IDX) > 1
              OR WS-SD-RESUMED(WS-STEP-IDX, WS-DAY-IDX) = "Y"
              ADD 1 TO WS-RESTART-DAYS
           END-IF.

      * Every step that ran on each date of the report week, in
      * cycle order, with the day's counts and its flags.
       WRITE-DAILY-DETAIL.
           MOVE SPACES TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE "DAILY DETAIL" TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE SPACES TO PERF-RPT-LINE
           STRING "  DATE      STEP       ELAPSED   TARGET"
              "         READ      WRITTEN     REJECTED   RC TRIES"
              "  FLAGS"
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 8 BY 1
              UNTIL WS-DAY-IDX > 14
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 IF WS-SD-ATTEMPTS(WS-STEP-IDX, WS-DAY-IDX) > 0
                    PERFORM WRITE-DETAIL-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX)
              > WS-STEP-TARGET(WS-STEP-IDX)
              STRING "OVER TARGET " DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              ADD 1 TO WS-OVER-COUNT
           END-IF
           PERFORM CHECK-COUNT-JUMP
           IF WS-SD-ATTEMPTS(WS-STEP-IDX, WS-DAY-IDX) > 1
              OR WS-SD-RESUMED(WS-STEP-IDX, WS-DAY-IDX) = "Y"
              STRING "RESTART " DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           MOVE WS-SD-SECS(WS-STEP-IDX, WS-DAY-IDX) TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-A
           MOVE WS-STEP-TARGET(WS-STEP-IDX) TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-B
           MOVE WS-SD-READ(WS-STEP-IDX, WS-DAY-IDX) TO WS-COUNT-EDIT
           MOVE WS-SD-WRITTEN(WS-STEP-IDX, WS-DAY-IDX)
              TO WS-COUNT-EDIT2
           MOVE WS-SD-REJECTED(WS-STEP-IDX, WS-DAY-IDX)
              TO WS-COUNT-EDIT3
           MOVE WS-SD-RC(WS-STEP-IDX, WS-DAY-IDX) TO WS-RC-EDIT
           MOVE WS-SD-ATTEMPTS(WS-STEP-IDX, WS-DAY-IDX)
              TO WS-SMALL-EDIT
           MOVE SPACES TO PERF-RPT-LINE
           STRING "  " WS-DAY-DATE(WS-DAY-IDX) "  "
              WS-STEP-NAME(WS-STEP-IDX) " " WS-HMS-A
              WS-HMS-B "  " WS-COUNT-EDIT "  " WS-COUNT-EDIT2
              "  " WS-COUNT-EDIT3 " " WS-RC-EDIT "   "
              WS-SMALL-EDIT "  " WS-FLAGS
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE.

      * The baseline is the step's average records read over the
      * seven dates before this one that it ran on - a step with no
      * such history has nothing to jump from and is not flagged.
       CHECK-COUNT-JUMP.
           MOVE 0 TO WS-BASE-RUNS WS-BASE-TOTAL WS-BASE-AVG
           PERFORM VARYING WS-BACK-IDX FROM WS-DAY-IDX BY -1
              UNTIL WS-BACK-IDX < WS-DAY-IDX - 6
              OR WS-BACK-IDX < 2
              IF WS-SD-ATTEMPTS(WS-STEP-IDX, WS-BACK-IDX - 1) > 0
                 ADD 1 TO WS-BASE-RUNS
                 ADD WS-SD-READ(WS-STEP-IDX, WS-BACK-IDX - 1)
                    TO WS-BASE-TOTAL
              END-IF
           END-PERFORM
           IF WS-BASE-RUNS > 0
              COMPUTE WS-BASE-AVG ROUNDED =
                 WS-BASE-TOTAL / WS-BASE-RUNS
              IF WS-SD-READ(WS-STEP-IDX, WS-DAY-IDX) > WS-BASE-AVG
                 COMPUTE WS-COUNT-DIFF =
                    WS-SD-READ(WS-STEP-IDX, WS-DAY-IDX) - WS-BASE-AVG
              ELSE
                 COMPUTE WS-COUNT-DIFF =
                    WS-BASE-AVG - WS-SD-READ(WS-STEP-IDX, WS-DAY-IDX)
              END-IF
              IF WS-COUNT-DIFF * 100 > WS-BASE-AVG * WS-JUMP-PCT
                 STRING "COUNT JUMP " DELIMITED BY SIZE
                    INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                 ADD 1 TO WS-JUMP-COUNT
              END-IF
           END-IF.

      * The cycle's own window for each date - first step start to
      * last step end, gaps between jobs included.
       WRITE-WINDOW-SECTION.
           MOVE SPACES TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE "BATCH WINDOW" TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE SPACES TO PERF-RPT-LINE
           STRING "  DATE      FIRST START  LAST END   ELAPSED"
              "   TARGET  FLAGS"
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 8 BY 1
              UNTIL WS-DAY-IDX > 14
              PERFORM WRITE-WINDOW-LINE
           END-PERFORM.

       WRITE-WINDOW-LINE.
           MOVE SPACES TO WS-FLAGS
           IF WS-WIN-FIRST(WS-DAY-IDX) = 0
              MOVE "NO CYCLE RECORDED" TO WS-FLAGS
              MOVE SPACES TO WS-CLOCK-A WS-CLOCK-B
              MOVE 0 TO WS-ELAPSED
           ELSE
              COMPUTE WS-ELAPSED = WS-WIN-LAST(WS-DAY-IDX)
                 - WS-WIN-FIRST(WS-DAY-IDX)
              MOVE FUNCTION MOD(WS-WIN-FIRST(WS-DAY-IDX) 86400)
                 TO WS-HMS-SECS
              PERFORM FORMAT-HMS
              MOVE WS-HMS(2:8) TO WS-CLOCK-A
              MOVE FUNCTION MOD(WS-WIN-LAST(WS-DAY-IDX) 86400)
                 TO WS-HMS-SECS
              PERFORM FORMAT-HMS
              MOVE WS-HMS(2:8) TO WS-CLOCK-B
              IF WS-ELAPSED > WS-WINDOW-TARGET
                 MOVE "OVER WINDOW" TO WS-FLAGS
                 ADD 1 TO WS-WINDOW-OVER
              END-IF
           END-IF
           MOVE WS-ELAPSED TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-A
           MOVE WS-WINDOW-TARGET TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-B
           MOVE SPACES TO PERF-RPT-LINE
           STRING "  " WS-DAY-DATE(WS-DAY-IDX) "  " WS-CLOCK-A
              "     " WS-CLOCK-B "  " WS-HMS-A WS-HMS-B "  "
              WS-FLAGS
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE ALL "-" TO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE WS-SLOWER-COUNT TO WS-COUNT-EDIT
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT2
           MOVE WS-JUMP-COUNT TO WS-COUNT-EDIT3
           MOVE SPACES TO PERF-RPT-LINE
           STRING "STEPS SLOWER: " WS-COUNT-EDIT
              "   RUNS OVER TARGET: " WS-COUNT-EDIT2
              "   COUNT JUMPS: " WS-COUNT-EDIT3
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE
           MOVE WS-WINDOW-OVER TO WS-COUNT-EDIT
           MOVE SPACES TO PERF-RPT-LINE
           STRING "DATES OVER WINDOW: " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO PERF-RPT-LINE
           WRITE PERF-RPT-LINE.

       FORMAT-HMS.
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
              REMAINDER WS-HMS-REM
           DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
              REMAINDER WS-HMS-SS.
