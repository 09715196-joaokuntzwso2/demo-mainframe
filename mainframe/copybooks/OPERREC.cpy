      * Operator master record - one row per OPERATOR= id, keyed by
      * the id, so the maintenance programs and workbenches check a
      * real person instead of trusting whatever string was keyed.
      * OPER-STATUS is A=active, S=suspended (may be reinstated) or
      * L=left the bank (final - a returning employee gets a new
      * id). OPER-BRANCH is the operator's home branch. The
      * entitlement flags ("Y" = granted) are checked by:
      *   OPER-ENT-MAINTAIN  ACCTMNT CUSTPROF STOMAINT MANDMNT TDMAINT
      *                      SWPMAINT ONBOARD
      *                      DSPCASE (opening a dispute case)
      *   OPER-ENT-PARMS     PARMMNT HOLMAINT
      *   OPER-ENT-APPROVE   APPRREV (second-operator approvals)
      *                      DSPCASE (provisional credit, resolution)
      *                      BALRECOV (APPLY - balance correction)
      *   OPER-ENT-RELEASE   COMPREV (compliance hold release/reject)
      *   OPER-ENT-CLOSE     ACCTCLS
      *   OPER-ENT-SUSPENSE  SUSPMGT
      *   OPER-ENT-ADMIN     OPERMNT (this master itself)
      * OPER-ENTITLE-FLAGS redefines them as the ENTITLE= string
      * OPERMNT keys and logs, in the order above. Maintained only
      * by OPERMNT, with an OPERHIST before/after audit trail.
       01  OPER-RECORD.
           05  OPER-ID            PIC X(8).
           05  OPER-NAME          PIC X(30).
           05  OPER-BRANCH        PIC X(4).
           05  OPER-STATUS        PIC X(1).
               88  OPER-ACTIVE        VALUE "A".
               88  OPER-SUSPENDED     VALUE "S".
               88  OPER-LEFT          VALUE "L".
           05  OPER-ENTITLEMENTS.
               10  OPER-ENT-MAINTAIN  PIC X(1).
                   88  OPER-MAY-MAINTAIN  VALUE "Y".
               10  OPER-ENT-PARMS     PIC X(1).
                   88  OPER-MAY-PARMS     VALUE "Y".
               10  OPER-ENT-APPROVE   PIC X(1).
                   88  OPER-MAY-APPROVE   VALUE "Y".
               10  OPER-ENT-RELEASE   PIC X(1).
                   88  OPER-MAY-RELEASE   VALUE "Y".
               10  OPER-ENT-CLOSE     PIC X(1).
                   88  OPER-MAY-CLOSE     VALUE "Y".
               10  OPER-ENT-SUSPENSE  PIC X(1).
                   88  OPER-MAY-SUSPENSE  VALUE "Y".
               10  OPER-ENT-ADMIN     PIC X(1).
                   88  OPER-MAY-ADMIN     VALUE "Y".
           05  OPER-ENTITLE-FLAGS REDEFINES OPER-ENTITLEMENTS
                                  PIC X(7).
           05  OPER-CHANGED       PIC X(21).
           05  OPER-CHANGED-BY    PIC X(8).
