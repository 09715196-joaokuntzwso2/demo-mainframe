      * Balance sweep instruction - keyed by SWP-ID. Where a standing
      * order moves a fixed STO-AMOUNT, a sweep moves whatever the
      * balance says must move, nightly, in the SWEEPRUN cycle step.
      * A concentration sweep (direction C) moves everything in the
      * collection account SWP-SOURCE above SWP-TARGET-AMT into the
      * concentration account SWP-TARGET. A top-up sweep (direction
      * T) tops the payroll account SWP-TARGET back up to
      * SWP-TARGET-AMT from the concentration account SWP-SOURCE
      * whenever it has fallen below SWP-FLOOR-AMT (the floor is not
      * used by a concentration sweep). SWP-GROUP names the corporate
      * group the instruction belongs to - the SWEEPRUN report is
      * printed group by group. SWP-LAST-DATE/AMOUNT/AUTH record the
      * last night the instruction moved money. Maintained by
      * SWPMAINT with an audit trail on SWPHIST.
       01  SWP-RECORD.
           05  SWP-ID             PIC X(10).
           05  SWP-GROUP          PIC X(10).
           05  SWP-SOURCE         PIC X(8).
           05  SWP-TARGET         PIC X(8).
           05  SWP-DIRECTION      PIC X(1).
               88  SWP-CONCENTRATE    VALUE "C".
               88  SWP-TOPUP          VALUE "T".
           05  SWP-TARGET-AMT     PIC S9(9)V99 COMP-3.
           05  SWP-FLOOR-AMT      PIC S9(9)V99 COMP-3.
           05  SWP-STATUS         PIC X(1).
               88  SWP-ACTIVE         VALUE "A".
               88  SWP-SUSPENDED      VALUE "S".
               88  SWP-CANCELLED      VALUE "C".
           05  SWP-LAST-DATE      PIC X(8).
           05  SWP-LAST-AMOUNT    PIC S9(9)V99 COMP-3.
           05  SWP-LAST-AUTH      PIC X(10).
