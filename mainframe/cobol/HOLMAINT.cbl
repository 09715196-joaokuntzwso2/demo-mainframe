       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.

      * Holiday calendar maintenance - keys the public holidays, Poya
      * days and bank holidays the cycle programs test a date against
      * before they treat it as a business day. Requests arrive on
      * SYSIN as blocks separated by a blank line, STOMAINT style:
      *   ACTION=ADD     CAL=<ccy>  DATE=YYYYMMDD
      *   DESC=<text>    OPERATOR=xxxxxxxx
      * or ACTION=DELETE with CAL=/DATE=/OPERATOR=. The calendar is
      * the currency code of the country the holiday belongs to (LKR
      * for the home market). Only dates after the RUNCTL business
      * date may be added or removed - the cycle has already run as
      * a business or holiday day for anything earlier, and changing
      * it now would only make the calendar disagree with what
      * happened. Weekends are never business days and are refused,
      * so the file holds only the dates that matter. Every add and
      * delete is logged before/after to HOLHIST the way PARMMNT
      * logs parameter changes to PARMHIST. The calendar is a
      * parameter like any other: OPERATOR= must be active on the
      * operator master (OPERMSTR) with the change-parameters
      * entitlement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOL-KEY
              FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT HOL-HIST-FILE ASSIGN TO "HOLHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLHIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOL-INPUT-FILE.
       01  HOL-INPUT-LINE     PIC X(80).

       FD  HOL-CAL-FILE.
           COPY HOLCAL.

       FD  HOL-HIST-FILE.
           COPY HOLHIST.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-ACTION      PIC X(6)  VALUE SPACES.
           88  ACTION-ADD     VALUE "ADD".
           88  ACTION-DELETE  VALUE "DELETE".
       01  WS-CALENDAR    PIC X(3)  VALUE SPACES.
       01  WS-HOL-DATE    PIC X(8)  VALUE SPACES.
       01  WS-DESC        PIC X(30) VALUE SPACES.
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-STATUS      PIC X(12) VALUE SPACES.
       01  WS-REASON      PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(240).
       01  WS-SYSIN-STATUS     PIC X(2) VALUE SPACES.
           88  SYSIN-EOF          VALUE "10".
       01  WS-HOLCAL-STATUS    PIC X(2) VALUE SPACES.
           88  HOLCAL-OK          VALUE "00".
       01  WS-HOLHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE SPACES.
           88  RUNCTL-OK          VALUE "00".
       01  WS-BUS-DATE         PIC X(8) VALUE SPACES.
       01  WS-HOLIDAY-FOUND    PIC X(1) VALUE "N".
           88  HOLIDAY-FOUND      VALUE "Y".
       01  WS-DATE-VALID  PIC X(1)  VALUE "N".
           88  DATE-VALID     VALUE "Y".
       01  WS-DATE-WORK.
           05  WS-DW-YEAR       PIC 9(4).
           05  WS-DW-MONTH      PIC 9(2).
           05  WS-DW-DAY        PIC 9(2).
       01  WS-MONTH-DAYS  PIC 9(2)  VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9(1)  VALUE 0.
       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.
       01  WS-REQUEST-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT RUN-CTL-FILE
           MOVE "R" TO RUNCTL-KEY
           READ RUN-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT RUNCTL-OK
              DISPLAY "HOLMAINT: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              CLOSE RUN-CTL-FILE
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
           CLOSE RUN-CTL-FILE

           OPEN INPUT HOL-INPUT-FILE
           OPEN I-O HOL-CAL-FILE
           OPEN EXTEND HOL-HIST-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE HOL-INPUT-FILE
           CLOSE HOL-CAL-FILE
           CLOSE HOL-HIST-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "HOLMAINT: " WS-REQUEST-COUNT " REQUESTS PROCESSED"
           GOBACK.

       READ-NEXT-INPUT-LINE.
           READ HOL-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-CALENDAR WS-HOL-DATE
           MOVE SPACES TO WS-DESC WS-OPERATOR
           MOVE WS-LINE TO WS-BLOCK-FIRST-LINE

           PERFORM UNTIL WS-LINE = SPACES OR SYSIN-EOF
              PERFORM PARSE-REQUEST-LINE
              PERFORM READ-NEXT-INPUT-LINE
           END-PERFORM
           IF NOT SYSIN-EOF
              PERFORM READ-NEXT-INPUT-LINE
           END-IF

           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM VALIDATE-HOLIDAY-DATE
           IF WS-CALENDAR = SPACES
              OR NOT (ACTION-ADD OR ACTION-DELETE)
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MALFORMED INPUT" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 IF NOT DATE-VALID
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INVALID DATE" TO WS-REASON
                 ELSE
                 IF WS-HOL-DATE NOT > WS-BUS-DATE
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "DATE NOT AFTER BUSINESS DATE" TO WS-REASON
                 ELSE
                    PERFORM LOOKUP-HOLIDAY
                    IF ACTION-ADD
                       PERFORM ADD-HOLIDAY
                    ELSE
                       PERFORM DELETE-HOLIDAY
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:6) TO WS-ACTION
           END-IF
           IF WS-LINE(1:4) = "CAL="
              MOVE WS-LINE(5:3) TO WS-CALENDAR
           END-IF
           IF WS-LINE(1:5) = "DATE="
              MOVE WS-LINE(6:8) TO WS-HOL-DATE
           END-IF
           IF WS-LINE(1:5) = "DESC="
              MOVE WS-LINE(6:30) TO WS-DESC
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

       VALIDATE-HOLIDAY-DATE.
           MOVE "N" TO WS-DATE-VALID
           IF WS-HOL-DATE NUMERIC
              MOVE WS-HOL-DATE TO WS-DATE-WORK
              IF WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
                 PERFORM SET-MONTH-DAYS
                 IF WS-DW-DAY >= 1 AND WS-DW-DAY <= WS-MONTH-DAYS
                    SET DATE-VALID TO TRUE
                 END-IF
              END-IF
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-DW-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 IF FUNCTION MOD(WS-DW-YEAR 4) = 0
                    AND (FUNCTION MOD(WS-DW-YEAR 100) NOT = 0
                         OR FUNCTION MOD(WS-DW-YEAR 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       LOOKUP-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-FOUND
           MOVE WS-CALENDAR TO HOL-CALENDAR
           MOVE WS-HOL-DATE TO HOL-DATE
           READ HOL-CAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLIDAY-FOUND TO TRUE
           END-READ.

      * Day 1 of the integer calendar (1601-01-01) was a Monday, so
      * the remainder by seven is 6 for a Saturday and 0 for a
      * Sunday.
       ADD-HOLIDAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-HOL-DATE))
              7)
           IF HOLIDAY-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "HOLIDAY ALREADY ON CALENDAR" TO WS-REASON
           ELSE
              IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "DATE IS A WEEKEND" TO WS-REASON
              ELSE
                 MOVE SPACES        TO HHIST-OLD-VALUE
                 MOVE WS-DESC       TO HHIST-NEW-VALUE
                 MOVE "ADD"         TO HHIST-ACTION
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE WS-CALENDAR   TO HOL-CALENDAR
                 MOVE WS-HOL-DATE   TO HOL-DATE
                 MOVE WS-DESC       TO HOL-DESC
                 WRITE HOL-RECORD
                 MOVE "APPROVED" TO WS-STATUS
                 MOVE SPACES     TO WS-REASON
              END-IF
           END-IF.

       DELETE-HOLIDAY.
           IF NOT HOLIDAY-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "HOLIDAY NOT ON CALENDAR" TO WS-REASON
           ELSE
              MOVE HOL-DESC      TO HHIST-OLD-VALUE
              MOVE SPACES        TO HHIST-NEW-VALUE
              MOVE "DELETE"      TO HHIST-ACTION
              PERFORM WRITE-HISTORY-ENTRY
              DELETE HOL-CAL-FILE RECORD
              MOVE "APPROVED" TO WS-STATUS
              MOVE SPACES     TO WS-REASON
           END-IF.

       WRITE-HISTORY-ENTRY.
           MOVE WS-CALENDAR            TO HHIST-CALENDAR
           MOVE WS-HOL-DATE            TO HHIST-DATE
           MOVE FUNCTION CURRENT-DATE  TO HHIST-TIMESTAMP
           MOVE WS-OPERATOR            TO HHIST-OPERATOR
           WRITE HHIST-RECORD.

       WRITE-SUSPENSE-RECORD.
           MOVE "HOLMAINT"             TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

       WRITE-REQUEST-RESULT.
           STRING
             'JSON:{"type":"HolidayMaint",'
             '"action":"' WS-ACTION '",'
             '"cal":"' WS-CALENDAR '",'
             '"date":"' WS-HOL-DATE '",'
             '"status":"' WS-STATUS '",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING

           DISPLAY WS-JSON.

      * OPERATOR= must name an operator on the operator master who
      * is active and holds the entitlement this program needs -
      * an unknown, suspended or departed id, or one without the
      * role, is refused and reported. A missing master refuses
      * everyone rather than letting anyone through.
       CHECK-OPERATOR.
           MOVE "N" TO WS-OPER-ALLOWED
           MOVE SPACES TO WS-OPER-REASON
           OPEN INPUT OPER-MASTER-FILE
           MOVE WS-OPERATOR TO OPER-ID
           READ OPER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN NOT OPERMSTR-OK
                 MOVE "OPERATOR NOT ON FILE" TO WS-OPER-REASON
              WHEN NOT OPER-ACTIVE
                 MOVE "OPERATOR NOT ACTIVE" TO WS-OPER-REASON
              WHEN NOT OPER-MAY-PARMS
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "HOLMAINT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
