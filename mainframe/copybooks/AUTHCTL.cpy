      * Single-record control file holding the last authorization
      * sequence number issued, so TXNPOST can hand out a unique
      * AUTH code across runs instead of a hardcoded literal. A
      * second record keyed "T" carries the last term deposit number
      * TDMAINT issued (TDEP-ID is "TD" plus that sequence), and a
      * record keyed "D" the last dispute case number DSPCASE issued
      * (DSP-CASE-ID is "DC" plus that sequence). Records keyed "C"
      * and "N" carry the last customer and account numbers ONBOARD
      * issued (CUST-ID is "C" plus that sequence in nine digits,
      * ACCT-ID the sequence in eight). Six digits cannot hold those,
      * so the "C" and "N" records keep their sequence packed in
      * AUTHCTL-ID-SEQ over the same bytes - the record length is
      * unchanged and the other records are read as before.
       01  AUTHCTL-RECORD.
           05  AUTHCTL-KEY        PIC X(1).
           05  AUTHCTL-LAST-SEQ   PIC 9(6).
           05  AUTHCTL-ID-SEQ-AREA REDEFINES AUTHCTL-LAST-SEQ.
               10  AUTHCTL-ID-SEQ     PIC 9(9) COMP-3.
               10  FILLER             PIC X(1).
