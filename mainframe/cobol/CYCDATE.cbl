      * control record to that date with all flags clear - the
      * bootstrap for a new installation, or the operator override
      * after an investigated failure.
      * Every date is a business day or a holiday on the home (LKR)
      * holiday calendar - weekends, plus the public holidays and
      * Poya days keyed on HOLCAL by HOLMAINT. A business day runs
      * the full DAILYCYC stream; a holiday runs only the HOLCYC
      * stream (interest accrual and the balance snapshot, so
      * interest still accrues and every calendar day has a
      * snapshot), and closing one checks only those two steps. The
      * advance and the NEWDATE override both record the new date's
      * day type on RUNCTL, and closing a business day records it as
      * the previous business date for the steps that catch up on a
      * holiday cycle's journal. A DAYTYPE=BUSINESS or
      * DAYTYPE=HOLIDAY card changes nothing: it is the first step
      * of each stream and ends RC=8 when the stream submitted does
      * not match the date's day type, so the full cycle cannot run
      * on a Poya day nor the holiday cycle on a business day.
      * Both uses append a run history record like every other
      * cycle step - the gate as CYCGATE, the close as CYCDATE -
      * under the business date they were run for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOL-KEY
              FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  HOL-CAL-FILE.
           COPY HOLCAL.

       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.
           88  RUNCTL-OK            VALUE "00".

       01  WS-HOLCAL-STATUS     PIC X(2) VALUE SPACES.
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RUN-START         PIC X(21) VALUE SPACES.
       01  WS-HIST-DATE         PIC X(8)  VALUE SPACES.

       01  WS-LINE              PIC X(80) VALUE SPACES.
       01  WS-NEW-DATE          PIC X(8)  VALUE SPACES.
       01  WS-DAY-TYPE-CARD     PIC X(8)  VALUE SPACES.
           88  CARD-BUSINESS        VALUE "BUSINESS".
           88  CARD-HOLIDAY         VALUE "HOLIDAY".
       01  WS-HOME-CALENDAR     PIC X(3)  VALUE "LKR".
       01  WS-CAL-CCY           PIC X(3)  VALUE SPACES.
       01  WS-CAL-DATE          PIC X(8)  VALUE SPACES.
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INT           PIC 9(7)  VALUE 0.
       01  WS-DAY-OF-WEEK       PIC 9(1)  VALUE 0.
       01  WS-BUSINESS-DAY      PIC X(1)  VALUE "Y".
           88  BUSINESS-DAY         VALUE "Y".
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-NEXT-DATE-N       PIC 9(8)  VALUE 0.
       01  WS-ALL-DONE          PIC X(1)  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           ACCEPT WS-LINE FROM SYSIN
           IF WS-LINE(1:8) = "NEWDATE="
              MOVE WS-LINE(9:8) TO WS-NEW-DATE
           END-IF
           IF WS-LINE(1:8) = "DAYTYPE="
              MOVE WS-LINE(9:8) TO WS-DAY-TYPE-CARD
           END-IF

           OPEN INPUT HOL-CAL-FILE
           OPEN I-O RUN-CTL-FILE
           MOVE "R" TO RUNCTL-KEY
           READ RUN-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF RUNCTL-OK
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
           END-IF

           IF WS-NEW-DATE NOT = SPACES
              PERFORM VALIDATE-NEW-DATE
                    "SUPPLY NEWDATE= TO INITIALIZE"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-DAY-TYPE-CARD NOT = SPACES
                    PERFORM VERIFY-DAY-TYPE
                 ELSE
                    PERFORM CLOSE-BUSINESS-DAY
                 END-IF
              END-IF
           END-IF

           CLOSE RUN-CTL-FILE
           CLOSE HOL-CAL-FILE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * Appends this execution to the run history for the CYCPERF
      * batch-window report, under the business date as it stood
      * before any advance.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           IF WS-DAY-TYPE-CARD NOT = SPACES
              MOVE "CYCGATE"         TO RHIST-STEP
           ELSE
              MOVE "CYCDATE"         TO RHIST-STEP
           END-IF
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE 0                    TO RHIST-READ
           MOVE 0                    TO RHIST-WRITTEN
           MOVE 0                    TO RHIST-REJECTED
           MOVE RETURN-CODE          TO RHIST-RC
           MOVE "N"                  TO RHIST-RESTART
           WRITE RHIST-RECORD
           CLOSE RUN-HIST-FILE.

      * The gate at the head of each stream - the record is only
      * read, never changed.
       VERIFY-DAY-TYPE.
           EVALUATE TRUE
              WHEN CARD-BUSINESS AND RUNCTL-HOLIDAY
                 DISPLAY "CYCDATE: " RUNCTL-BUS-DATE
                    " IS A HOLIDAY - RUN THE HOLIDAY CYCLE (HOLCYC)"
                 MOVE 8 TO RETURN-CODE
              WHEN CARD-HOLIDAY AND NOT RUNCTL-HOLIDAY
                 DISPLAY "CYCDATE: " RUNCTL-BUS-DATE
                    " IS A BUSINESS DAY - RUN THE DAILY CYCLE"
                 MOVE 8 TO RETURN-CODE
              WHEN NOT (CARD-BUSINESS OR CARD-HOLIDAY)
                 DISPLAY "CYCDATE: DAYTYPE " WS-DAY-TYPE-CARD
                    " NOT RECOGNIZED"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "CYCDATE: " RUNCTL-BUS-DATE " IS A "
                    WS-DAY-TYPE-CARD " DAY - CYCLE MAY RUN"
           END-EVALUATE.

      * One typo here corrupts the record that gates the whole
      * cycle, so the override date is held to the real calendar
      * before it is stored.
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      * The override also settles the new date's day type and finds
      * the business day before it, walking back over any weekend or
      * holiday.
       INITIALIZE-RUN-CONTROL.
           MOVE "R" TO RUNCTL-KEY
           MOVE WS-NEW-DATE TO RUNCTL-BUS-DATE
           MOVE ALL "N" TO RUNCTL-STEP-FLAGS
           MOVE WS-HOME-CALENDAR TO WS-CAL-CCY
           MOVE WS-NEW-DATE TO WS-CAL-DATE
           PERFORM SET-DAY-TYPE
           PERFORM STEP-BACK-ONE-DAY
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
              PERFORM STEP-BACK-ONE-DAY
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-CAL-DATE TO RUNCTL-PREV-BUS-DATE
           IF RUNCTL-OK
              REWRITE RUNCTL-RECORD
           ELSE

       CLOSE-BUSINESS-DAY.
           MOVE "Y" TO WS-ALL-DONE
           IF RUNCTL-HOLIDAY
              PERFORM CHECK-HOLIDAY-STEPS-DONE
           ELSE
              PERFORM CHECK-ALL-STEPS-DONE
           END-IF
           IF NOT ALL-STEPS-DONE
              DISPLAY "CYCDATE: BUSINESS DATE " RUNCTL-BUS-DATE
                 " NOT CLOSED - STEPS OUTSTANDING"
                 FUNCTION NUMVAL(RUNCTL-BUS-DATE)) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-NEXT-DATE-N
              IF NOT RUNCTL-HOLIDAY
                 MOVE RUNCTL-BUS-DATE TO RUNCTL-PREV-BUS-DATE
              END-IF
              MOVE WS-HOME-CALENDAR TO WS-CAL-CCY
              MOVE WS-NEXT-DATE-N TO WS-CAL-DATE
              PERFORM SET-DAY-TYPE
              IF RUNCTL-HOLIDAY
                 DISPLAY "CYCDATE: BUSINESS DATE " RUNCTL-BUS-DATE
                    " CLOSED, NEXT IS " WS-NEXT-DATE-N
                    " (HOLIDAY CYCLE)"
              ELSE
                 DISPLAY "CYCDATE: BUSINESS DATE " RUNCTL-BUS-DATE
                    " CLOSED, NEXT IS " WS-NEXT-DATE-N
              END-IF
              MOVE WS-NEXT-DATE-N TO RUNCTL-BUS-DATE
              MOVE ALL "N" TO RUNCTL-STEP-FLAGS
              REWRITE RUNCTL-RECORD
           END-IF.

       SET-DAY-TYPE.
           PERFORM CHECK-BUSINESS-DAY
           IF BUSINESS-DAY
              MOVE "B" TO RUNCTL-DAY-TYPE
           ELSE
              SET RUNCTL-HOLIDAY TO TRUE
           END-IF.

      * A date is a business day on a calendar unless it falls on a
      * Saturday or Sunday or the holiday calendar lists it. Day 1 of
      * the integer calendar (1601-01-01) was a Monday, so the
      * remainder by seven is 6 for a Saturday and 0 for a Sunday.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY
           COMPUTE WS-CAL-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CAL-INT 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE "N" TO WS-BUSINESS-DAY
           ELSE
              MOVE WS-CAL-CCY  TO HOL-CALENDAR
              MOVE WS-CAL-DATE TO HOL-DATE
              READ HOL-CAL-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "N" TO WS-BUSINESS-DAY
              END-READ
           END-IF.

       STEP-BACK-ONE-DAY.
           COMPUTE WS-CAL-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT) TO WS-CAL-DATE-N.

      * A holiday runs only interest accrual and the balance
      * snapshot, so only those two are required to close it.
       CHECK-HOLIDAY-STEPS-DONE.
           IF RUNCTL-INTACCR-DONE  NOT = "Y"
              DISPLAY "CYCDATE: INTACCR NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-BALSNAP-DONE  NOT = "Y"
              DISPLAY "CYCDATE: BALSNAP NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF.

       CHECK-ALL-STEPS-DONE.
           IF RUNCTL-FXLOAD-DONE   NOT = "Y"
              DISPLAY "CYCDATE: FXLOAD NOT COMPLETE"
              DISPLAY "CYCDATE: CLGPOST NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-OUTCLG-DONE   NOT = "Y"
              DISPLAY "CYCDATE: OUTCLG NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-OUTRET-DONE   NOT = "Y"
              DISPLAY "CYCDATE: OUTRET NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-STOEXCP-DONE  NOT = "Y"
              DISPLAY "CYCDATE: STOEXCP NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-FRAUDRPT-DONE NOT = "Y"
              DISPLAY "CYCDATE: FRAUDRPT NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-DSPAGE-DONE   NOT = "Y"
              DISPLAY "CYCDATE: DSPAGE NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-SWEEPRUN-DONE NOT = "Y"
              DISPLAY "CYCDATE: SWEEPRUN NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-EODRECON-DONE NOT = "Y"
              DISPLAY "CYCDATE: EODRECON NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-CLGRECON-DONE NOT = "Y"
              DISPLAY "CYCDATE: CLGRECON NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-GLEXTR-DONE   NOT = "Y"
              DISPLAY "CYCDATE: GLEXTR NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
              DISPLAY "CYCDATE: FEEASSM NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-TDMATUR-DONE  NOT = "Y"
              DISPLAY "CYCDATE: TDMATUR NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-INTACCR-DONE  NOT = "Y"
              DISPLAY "CYCDATE: INTACCR NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
              DISPLAY "CYCDATE: TXNFEED NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-ALERTGEN-DONE NOT = "Y"
              DISPLAY "CYCDATE: ALERTGEN NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-ACCTEXT-DONE  NOT = "Y"
              DISPLAY "CYCDATE: ACCTEXT NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF
           IF RUNCTL-NEWACRPT-DONE NOT = "Y"
              DISPLAY "CYCDATE: NEWACRPT NOT COMPLETE"
              MOVE "N" TO WS-ALL-DONE
           END-IF.
