      * Dispute case master record - keyed by DSP-CASE-ID, one case
      * per customer dispute of a posting, opened and worked in the
      * DSPCASE workbench and aged nightly by the DSPAGE step. The
      * case id is "DC" plus the sequence held on the AUTHCTL "D"
      * record. DSP-ORIG-AUTH is the disputed journal entry; the
      * disputing account is the one it debited (DSP-ACCT, with
      * the customer behind it in DSP-CUSTID) and DSP-AMOUNT/DSP-CCY
      * the amount it debited. DSP-DUE-DATE is the regulatory
      * resolution deadline, DISPUTE-DAYS calendar days after the
      * business date the case was opened. A provisional credit is
      * posted from the dispute suspense id DISPSUSP to DSP-ACCT
      * under DSP-CREDIT-AUTH. Resolving the case records the
      * outcome and feeds the posting input the TXNPOST reversals
      * it needs - of the disputed entry for a finding in the
      * customer's favour, of the provisional credit (either way)
      * when one was given - each carrying CASE=; DSPAGE confirms
      * them against the journal (DSP-REV-AUTH, DSP-WDR-AUTH) and
      * closes the case, or marks it an exception when TXNPOST
      * rejected one. DSP-OPENED-BY is kept so the credit and the
      * resolution can be held to a second operator.
       01  DSP-RECORD.
           05  DSP-CASE-ID        PIC X(8).
           05  DSP-ORIG-AUTH      PIC X(10).
           05  DSP-ORIG-DATE      PIC X(8).
           05  DSP-ACCT           PIC X(8).
           05  DSP-CUSTID         PIC X(10).
           05  DSP-AMOUNT         PIC S9(9)V99 COMP-3.
           05  DSP-CCY            PIC X(3).
           05  DSP-REASON         PIC X(30).
           05  DSP-OPEN-DATE      PIC X(8).
           05  DSP-DUE-DATE       PIC X(8).
           05  DSP-STATUS         PIC X(1).
               88  DSP-OPEN           VALUE "O".
               88  DSP-RESOLVED       VALUE "R".
               88  DSP-CLOSED         VALUE "C".
               88  DSP-EXCEPTION      VALUE "E".
           05  DSP-OUTCOME        PIC X(1).
               88  DSP-FAVOUR         VALUE "F".
               88  DSP-AGAINST        VALUE "A".
           05  DSP-CREDIT-AMOUNT  PIC S9(9)V99 COMP-3.
           05  DSP-CREDIT-AUTH    PIC X(10).
           05  DSP-CREDIT-DATE    PIC X(8).
           05  DSP-RESOLVE-DATE   PIC X(8).
           05  DSP-REV-AUTH       PIC X(10).
           05  DSP-WDR-AUTH       PIC X(10).
           05  DSP-CLOSE-DATE     PIC X(8).
           05  DSP-OPENED-BY      PIC X(8).
           05  DSP-LAST-OPERATOR  PIC X(8).
