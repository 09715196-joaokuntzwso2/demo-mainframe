      * Holiday calendar record - keyed by calendar and date. One
      * record per public holiday, Poya day or bank holiday on which
      * a calendar's market does not settle. The calendar code is the
      * currency whose country the holiday belongs to (LKR for the
      * home market, USD, GBP ...), so a standing order or
      * value-dated block is rolled on its own currency's calendar
      * and the cycle itself runs on the home calendar. Saturdays
      * and Sundays are never business days and are not keyed here.
      * A date is a business day for a calendar unless it is a
      * weekend day or this file holds it. Maintained by HOLMAINT
      * with an audit trail on HOLHIST.
       01  HOL-RECORD.
           05  HOL-KEY.
               10  HOL-CALENDAR   PIC X(3).
               10  HOL-DATE       PIC X(8).
           05  HOL-DESC           PIC X(30).
