           05  DT-GL-EXPENSE-ACCT     PIC X(30).
           05  FILLER                 PIC X(2).
           05  DT-MANAGER             PIC X(30).
      * Approved headcount. Blank on a change keeps the figure on
      * file; blank on an add leaves the department outside position
      * control.
           05  FILLER                 PIC X(2).
           05  DT-AUTH-HEADCOUNT      PIC X(4).

       FD  MAINT-ERROR-FILE.
       01  MAINT-ERROR-LINE           PIC X(171).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(141).
           05  WS-COST-CENTER      PIC X(6).
           05  WS-GL-EXPENSE-ACCT  PIC X(30).
           05  WS-MANAGER          PIC X(30).
           05  WS-POS-CONTROL      PIC X(1).
           05  WS-AUTH-HEADCOUNT   PIC 9(4).

       01  WS-HEADCOUNT-EDIT       PIC ZZZ9.

       01  WS-MAINT-ERROR-DETAIL.
           05  ME-TRANS-IMAGE      PIC X(137).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ME-REASON           PIC X(30).

           MOVE DT-GL-EXPENSE-ACCT TO WS-GL-EXPENSE-ACCT.
           MOVE DT-MANAGER         TO WS-MANAGER.
           PERFORM CHECK-MASTER-EXISTS.
           IF DT-AUTH-HEADCOUNT = SPACES
               IF WS-MASTER-FOUND = "Y"
                   MOVE DP-POS-CONTROL    TO WS-POS-CONTROL
                   MOVE DP-AUTH-HEADCOUNT TO WS-AUTH-HEADCOUNT
               ELSE
                   MOVE "N" TO WS-POS-CONTROL
                   MOVE 0   TO WS-AUTH-HEADCOUNT
               END-IF
           ELSE
               IF DT-AUTH-HEADCOUNT IS NUMERIC
                   MOVE "Y" TO WS-POS-CONTROL
                   MOVE DT-AUTH-HEADCOUNT TO WS-AUTH-HEADCOUNT
               ELSE
                   MOVE "D14 INVALID AUTHORIZED COUNT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               END-IF
           END-IF.
           IF DT-ADD-DEPT AND WS-MASTER-FOUND = "Y"
               MOVE "D02 DEPARTMENT ALREADY ON FILE"
                   TO WS-REJECT-REASON
               INVALID KEY
                   MOVE SPACES TO DEPT-MASTER-RECORD
                   MOVE WS-DEPT-CODE TO DP-DEPT-CODE
                   MOVE "N" TO DP-POS-CONTROL
                   MOVE 0   TO DP-AUTH-HEADCOUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.
           MOVE WS-COST-CENTER     TO DP-COST-CENTER.
           MOVE WS-GL-EXPENSE-ACCT TO DP-GL-EXPENSE-ACCT.
           MOVE WS-MANAGER         TO DP-MANAGER.
           MOVE WS-POS-CONTROL     TO DP-POS-CONTROL.
           MOVE WS-AUTH-HEADCOUNT  TO DP-AUTH-HEADCOUNT.
           IF WS-MASTER-FOUND = "Y"
               REWRITE DEPT-MASTER-RECORD
           ELSE
               MOVE WS-MANAGER TO DA-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF DP-POS-CONTROL NOT = WS-POS-CONTROL
                   OR DP-AUTH-HEADCOUNT NOT = WS-AUTH-HEADCOUNT
               MOVE "AUTH-HEADCOUNT" TO DA-FIELD-NAME
               MOVE SPACES TO DA-OLD-VALUE DA-NEW-VALUE
               IF DP-POS-CONTROLLED
                   MOVE DP-AUTH-HEADCOUNT TO WS-HEADCOUNT-EDIT
                   MOVE WS-HEADCOUNT-EDIT TO DA-OLD-VALUE
               END-IF
               IF WS-POS-CONTROL = "Y"
                   MOVE WS-AUTH-HEADCOUNT TO WS-HEADCOUNT-EDIT
                   MOVE WS-HEADCOUNT-EDIT TO DA-NEW-VALUE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-DEPT-CODE TO DA-DEPT-CODE.
