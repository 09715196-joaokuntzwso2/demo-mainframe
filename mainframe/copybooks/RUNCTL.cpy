      * resubmission cannot credit interest or post fees twice. The
      * CYCDATE step closes the business day: it verifies every step
      * completed, advances the date and clears the flags.
      * RUNCTL-DAY-TYPE says whether the date is a business day on
      * the home holiday calendar (HOLCAL) or a weekend/holiday,
      * which runs only the holiday cycle (HOLCYC - interest accrual
      * and the balance snapshot); CYCDATE sets it as it advances.
      * RUNCTL-PREV-BUS-DATE is the last business day closed before
      * this date, so a step that carries work forward from "the
      * previous business day" (GL extract, FX positions, the
      * subscriber feed, month-start fees) also picks up what a
      * holiday cycle journaled in between. A blank day type reads
      * as a business day, and a blank previous date as the calendar
      * day before.
       01  RUNCTL-RECORD.
           05  RUNCTL-KEY          PIC X(1).
           05  RUNCTL-BUS-DATE     PIC X(8).
               10  RUNCTL-FXPOS-DONE     PIC X(1).
               10  RUNCTL-AVAILFC-DONE   PIC X(1).
               10  RUNCTL-TXNFEED-DONE   PIC X(1).
               10  RUNCTL-TDMATUR-DONE   PIC X(1).
               10  RUNCTL-OUTCLG-DONE    PIC X(1).
               10  RUNCTL-OUTRET-DONE    PIC X(1).
               10  RUNCTL-ALERTGEN-DONE  PIC X(1).
               10  RUNCTL-FRAUDRPT-DONE  PIC X(1).
               10  RUNCTL-DSPAGE-DONE    PIC X(1).
               10  RUNCTL-SWEEPRUN-DONE  PIC X(1).
               10  RUNCTL-CLGRECON-DONE  PIC X(1).
               10  RUNCTL-NEWACRPT-DONE  PIC X(1).
           05  RUNCTL-DAY-TYPE     PIC X(1).
               88  RUNCTL-HOLIDAY        VALUE "H".
               88  RUNCTL-BUSINESS-DAY   VALUE "B" " ".
           05  RUNCTL-PREV-BUS-DATE PIC X(8).
