      *   HOLD-EXPIRY-DAYS                     (TXNPOST)
      *   DAILY-LIM-LOW     DAILY-LIM-MEDIUM   (TXNPOST)
      *   DAILY-LIM-HIGH                       (TXNPOST)
      *   TD-PENALTY-RATE                      (TDMAINT)
      *   TARGET-<step>     TARGET-DEFAULT     (CYCPERF, seconds)
      *   TARGET-WINDOW                        (CYCPERF, seconds)
      *   TREND-PCT         COUNT-JUMP-PCT     (CYCPERF)
      *   FRAUD-HOLD-SCORE  FRAUD-NEAR-SCORE   (TXNPOST)
      *   FRAUD-WT-MOBILE   FRAUD-WT-NEWBEN    (TXNPOST)
      *   FRAUD-WT-REACT    FRAUD-WT-VELOC     (TXNPOST)
      *   FRAUD-MOBILE-DAY  FRAUD-REACT-DAYS   (TXNPOST, days)
      *   FRAUD-VELOC-CNT   FRAUD-NEWBEN-AMT   (TXNPOST)
      *   DISPUTE-DAYS                         (DSPCASE, days)
      *   DISPUTE-WARN-DAY                     (DSPAGE, days)
      *   WHT-RATE-RES      WHT-RATE-NONRES    (INTACCR, ACCTCLS)
      *   SEG-PLAT-MIN-AVG                     (MISRPT, base ccy)
       01  PARM-RECORD.
           05  PARM-KEY.
               10  PARM-NAME      PIC X(16).
