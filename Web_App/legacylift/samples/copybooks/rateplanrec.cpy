      * Rate plan catalog, one version per customer type and the date
      * it takes effect, maintained by RATEMGR. CUSTBILL prices each
      * day of the cycle with the latest version effective on or
      * before that day. A zero tier break point bills every unit at
      * the first rate.
       01  RATE-PLAN-RECORD.
           05  RP-KEY.
               10  RP-CUST-TYPE       PIC X(1).
               10  RP-EFFECTIVE-DATE  PIC 9(8).
           05  RP-PLAN-VERSION        PIC X(10).
           05  RP-BASE-FEE            PIC 9(3)V99.
           05  RP-DATA-RATE           PIC 9V99.
           05  RP-DATA-TIER-GB        PIC 9(4)V99.
           05  RP-DATA-TIER-RATE      PIC 9V99.
           05  RP-VOICE-RATE          PIC 9V99.
           05  RP-VOICE-TIER-MIN      PIC 9(4).
           05  RP-VOICE-TIER-RATE     PIC 9V99.
