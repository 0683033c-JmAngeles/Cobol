           SELECT Cancel-Report ASSIGN TO "HOLDCANCEL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Approver-File ASSIGN TO "APPROVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approver-Status.

           SELECT Approval-Audit-File ASSIGN TO "APPRAUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Audit-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Held-Trade-File.
       01 Approval-Rec.
           88 End-Of-Approvals     VALUE HIGH-VALUES.
           02  AP-Customer-Id              PIC X(5).
           02  AP-Approver-Id              PIC X(6).

       FD Released-File.
       01 Released-Rec                     PIC X(42).
       FD Cancel-Report.
       01 Cancel-Print-Line                PIC X(72).

       FD Approver-File.
       01 Approver-Rec.
           88 End-Of-Approvers     VALUE HIGH-VALUES.
           02  AV-Approver-Id              PIC X(6).
           02  AV-Approver-Name            PIC X(20).
           02  AV-Release-Limit            PIC 9(7)V99.
           02  AV-Override-Limit           PIC 9(7)V99.
           02  AV-Correction-Limit         PIC 9(7)V99.
           02  AV-Maint-Limit              PIC 9(7)V99.

       FD Approval-Audit-File.
       01 Approval-Audit-Rec.
           02  AA-Program-Id               PIC X(8).
           02  AA-Run-Date                 PIC 9(8).
           02  AA-Run-Time                 PIC 9(6).
           02  AA-Approver-Id              PIC X(6).
           02  AA-Action-Type              PIC X.
           02  AA-Reference                PIC X(20).
           02  AA-Amount                   PIC 9(9)V99.
           02  AA-Limit                    PIC 9(7)V99.
           02  AA-Outcome                  PIC X.
           02  AA-Reason                   PIC X(16).

       FD Product-Master.
       01 Product-Master-Rec.
           02  PM-Product-Id               PIC X(3).
           02  PM-Product-Name             PIC X(15).
           02  PM-Min-Unit-Size            PIC 99.
           02  PM-Max-Unit-Size            PIC 99.
           02  PM-Base-Price               PIC 99V99.
           02  PM-Active-Flag              PIC X.

       WORKING-STORAGE SECTION.
       01  Held-Trade-Status            PIC XX.
           88  Held-Trades-Available       VALUE "00".

       01  Approval-Table.
           02  Approval-Count            PIC 999 VALUE ZEROS.
           02  Approval-Entry OCCURS 200 TIMES.
               03  Approved-Id           PIC X(5).
               03  Approval-Approver     PIC X(6).
               03  Approval-Value        PIC 9(7)V99.
               03  Approval-State        PIC X.
                   88  Approval-Accepted  VALUE "A".

       01  Approver-Status              PIC XX.
           88  Approver-File-Found         VALUE "00".

       01  Approval-Audit-Status        PIC XX.
           88  Approval-Audit-Missing      VALUE "35".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Approver-Table.
           02  Approver-Count            PIC 999 VALUE ZEROS.
           02  Approver-Entry OCCURS 100 TIMES.
               03  AT-Approver-Id        PIC X(6).
               03  AT-Release-Limit      PIC 9(7)V99.
           02  Approver-I                PIC 999.
           02  Approver-Slot             PIC 999.

       01  Authority-Fields.
           02  Product-Open-Flag         PIC X VALUE "N".
               88  Product-Master-Open    VALUE "Y".
           02  Trade-Value               PIC 9(7)V99.
           02  Approvals-Refused         PIC 9(5) VALUE ZEROS.

       01  Run-Time-Stamp               PIC 9(8).
       01  Run-Time-Split REDEFINES Run-Time-Stamp.
           02  Run-Time-HHMMSS           PIC 9(6).
           02  FILLER                    PIC 99.

       01  Release-Work-Fields.
           02  Appr-I                    PIC 999.
       01  Cancel-Empty-Line            PIC X(26) VALUE
           "NO HOLDS CANCELLED TODAY".

       01  Authority-Detail-Line.
           02  Prn-Auth-Action        PIC X(9).
           02  Prn-Auth-Cust-Id       PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Auth-Approver      PIC X(6).
           02  Prn-Auth-Value         PIC B$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Auth-Reason        PIC X(16).

       01  Authority-Totals-Line.
           02  FILLER                 PIC X(23) VALUE
               "APPROVALS REFUSED     :".
           02  Prn-Approvals-Refused  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Release-Approved-Holds.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.
           ACCEPT Run-Time-Stamp FROM TIME.

           PERFORM Load-Hold-Parms.

                       ADVANCING 1 LINE.

           PERFORM Load-Approvals.
           PERFORM Load-Approvers.
           PERFORM Value-Approved-Holds.
           PERFORM Authorise-Approvals.

           OPEN INPUT Held-Trade-File.
           IF Held-Trades-Available
           WRITE Release-Print-Line FROM Aging-Summary-Line AFTER
                       ADVANCING 1 LINE.

           MOVE Approvals-Refused TO Prn-Approvals-Refused.
           WRITE Release-Print-Line FROM Authority-Totals-Line AFTER
                       ADVANCING 1 LINE.

           IF Holds-Cancelled = ZEROS
               WRITE Cancel-Print-Line FROM Cancel-Empty-Line AFTER
                           ADVANCING 2 LINES
                       ADD 1 TO Approval-Count
                       MOVE AP-Customer-Id TO
                               Approved-Id (Approval-Count)
                       MOVE AP-Approver-Id TO
                               Approval-Approver (Approval-Count)
                       MOVE ZEROS TO Approval-Value (Approval-Count)
                       MOVE "P" TO Approval-State (Approval-Count)
                   END-IF

                   READ Approval-File
                   UNTIL Appr-I > Approval-Count
                       OR Trade-Approved
               IF Approved-Id (Appr-I) = HT-Customer-Id
                       AND Approval-Accepted (Appr-I)
                   MOVE "Y" TO Approved-Flag
               END-IF
           END-PERFORM.

           CLOSE Keep-File.
           CLOSE Held-Trade-File.

       Load-Approvers.
           OPEN INPUT Approver-File.
           IF Approver-File-Found
               READ Approver-File
                   AT END SET End-Of-Approvers TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Approvers
                   IF Approver-Count < 100
                           AND AV-Approver-Id NOT = SPACES
                       ADD 1 TO Approver-Count
                       MOVE AV-Approver-Id TO
                               AT-Approver-Id (Approver-Count)
                       MOVE ZEROS TO AT-Release-Limit (Approver-Count)
                       IF AV-Release-Limit NUMERIC
                           MOVE AV-Release-Limit TO
                                   AT-Release-Limit (Approver-Count)
                       END-IF
                   END-IF

                   READ Approver-File
                       AT END SET End-Of-Approvers TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Approver-File
           END-IF.

       Value-Approved-Holds.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Product-Open-Flag
           END-IF.

           IF Approval-Count > ZEROS AND Product-Master-Open
               OPEN INPUT Held-Trade-File
               IF Held-Trades-Available
                   READ Held-Trade-File
                       AT END SET End-Of-Held-Trades TO TRUE
                   END-READ

                   PERFORM UNTIL End-Of-Held-Trades
                       PERFORM Value-One-Hold

                       READ Held-Trade-File
                           AT END SET End-Of-Held-Trades TO TRUE
                       END-READ
                   END-PERFORM

                   CLOSE Held-Trade-File
               END-IF
           END-IF.

           IF Product-Master-Open
               CLOSE Product-Master
           END-IF.

       Value-One-Hold.
           MOVE ZEROS TO Trade-Value.
           MOVE HT-Oil-Id TO PM-Product-Id.
           READ Product-Master
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE Trade-Value = PM-Base-Price * HT-Units-Sold
           END-READ.

           PERFORM VARYING Appr-I FROM 1 BY 1
                   UNTIL Appr-I > Approval-Count
               IF Approved-Id (Appr-I) = HT-Customer-Id
                   ADD Trade-Value TO Approval-Value (Appr-I)
               END-IF
           END-PERFORM.

       Authorise-Approvals.
           OPEN EXTEND Approval-Audit-File.
           IF Approval-Audit-Missing
               OPEN OUTPUT Approval-Audit-File
           END-IF.

           PERFORM VARYING Appr-I FROM 1 BY 1
                   UNTIL Appr-I > Approval-Count
               PERFORM Authorise-One-Approval
           END-PERFORM.

           CLOSE Approval-Audit-File.

       Authorise-One-Approval.
           MOVE Approval-Approver (Appr-I) TO Prn-Auth-Approver.
           MOVE Approved-Id (Appr-I)       TO Prn-Auth-Cust-Id.
           MOVE Approval-Value (Appr-I)    TO Prn-Auth-Value.
           MOVE ZEROS TO AA-Limit.
           PERFORM Find-Approver.

           EVALUATE TRUE
               WHEN Approver-Slot = ZEROS
                   MOVE "U" TO Approval-State (Appr-I)
                   MOVE "UNKNOWN APPROVER" TO Prn-Auth-Reason
               WHEN NOT Product-Master-Open
                   MOVE "V" TO Approval-State (Appr-I)
                   MOVE AT-Release-Limit (Approver-Slot) TO AA-Limit
                   MOVE "CANNOT VALUE" TO Prn-Auth-Reason
               WHEN Approval-Value (Appr-I)
                       > AT-Release-Limit (Approver-Slot)
                   MOVE "L" TO Approval-State (Appr-I)
                   MOVE AT-Release-Limit (Approver-Slot) TO AA-Limit
                   MOVE "OVER LIMIT" TO Prn-Auth-Reason
               WHEN OTHER
                   MOVE "A" TO Approval-State (Appr-I)
                   MOVE AT-Release-Limit (Approver-Slot) TO AA-Limit
                   MOVE SPACES TO Prn-Auth-Reason
           END-EVALUATE.

           MOVE "HOLDRLSE"                 TO AA-Program-Id.
           MOVE Run-Date-Stamp             TO AA-Run-Date.
           MOVE Run-Time-HHMMSS            TO AA-Run-Time.
           MOVE Approval-Approver (Appr-I) TO AA-Approver-Id.
           MOVE "H"                        TO AA-Action-Type.
           MOVE SPACES                     TO AA-Reference.
           STRING "CUSTOMER " Approved-Id (Appr-I)
               DELIMITED BY SIZE INTO AA-Reference
           END-STRING.
           MOVE Approval-Value (Appr-I)    TO AA-Amount.
           MOVE Prn-Auth-Reason            TO AA-Reason.

           IF Approval-Accepted (Appr-I)
               MOVE "A" TO AA-Outcome
               MOVE "APPROVED " TO Prn-Auth-Action
           ELSE
               MOVE "R" TO AA-Outcome
               MOVE "REFUSED  " TO Prn-Auth-Action
               ADD 1 TO Approvals-Refused
           END-IF.

           WRITE Approval-Audit-Rec.
           WRITE Release-Print-Line FROM Authority-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Find-Approver.
           MOVE ZEROS TO Approver-Slot.
           IF Approval-Approver (Appr-I) NOT = SPACES
               PERFORM VARYING Approver-I FROM 1 BY 1
                       UNTIL Approver-I > Approver-Count
                           OR Approver-Slot > ZEROS
                   IF AT-Approver-Id (Approver-I)
                           = Approval-Approver (Appr-I)
                       MOVE Approver-I TO Approver-Slot
                   END-IF
               END-PERFORM
           END-IF.
