           05  RC-POSTED-TIMESTAMP    PIC X(14).
      * Which pay group's calendar the period id belongs to; the ids
      * are unique across calendars, so the group is informational.
      * Off-cycle batches, which have no calendar, record O.
           05  RC-PAY-GROUP           PIC X(1).
