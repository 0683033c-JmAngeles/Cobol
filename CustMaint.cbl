                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Invoice-Register ASSIGN TO "INVREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.

           SELECT On-Account-File ASSIGN TO "ONACCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS On-Account-Status.

           SELECT Held-Trade-File ASSIGN TO "HELDTRADE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Held-Trade-Status.

           SELECT Backorder-File ASSIGN TO "BACKORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-Status.

           SELECT Sales-History ASSIGN TO "SALESHIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SH-Key
                 FILE STATUS IS Sales-History-Status.

           SELECT Maint-Exception-File ASSIGN TO "CUSTMAINT.EXC"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Audit-Report ASSIGN TO "CUSTAUDIT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Approver-File ASSIGN TO "APPROVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approver-Status.

           SELECT Approval-Audit-File ASSIGN TO "APPRAUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Cust-Trans-File.
           02  CT-Credit-Limit             PIC 9(7)V99.
           02  CT-Tax-Juris                PIC X(2).
           02  CT-Tax-Exempt               PIC X.
           02  CT-Approver-Id              PIC X(6).

       FD Customer-Master.
       01 Customer-Master-Rec.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD Invoice-Register.
       01 Invoice-Register-Rec.
           88 End-Of-Register      VALUE HIGH-VALUES.
           02  IR-Invoice-Number           PIC 9(6).
           02  IR-Customer-Id              PIC X(5).
           02  IR-Invoice-Date             PIC 9(8).
           02  IR-Line-Count               PIC 999.
           02  IR-Invoice-Total            PIC S9(7)V99.
           02  IR-Amount-Paid              PIC S9(7)V99.
           02  IR-Status                   PIC X.
               88  IR-Invoice-Open         VALUE "O".
               88  IR-Invoice-Closed       VALUE "C".
           02  IR-Run-Number               PIC 9(6).
           02  IR-Tax-Total                PIC S9(6)V99.

       FD On-Account-File.
       01 On-Account-Rec.
           88 End-Of-On-Account    VALUE HIGH-VALUES.
           02  OA-Customer-Id              PIC X(5).
           02  OA-Credit-Date              PIC 9(8).
           02  OA-Source-Invoice           PIC 9(6).
           02  OA-Original-Amount          PIC 9(7)V99.
           02  OA-Remaining-Amount         PIC 9(7)V99.

       FD Held-Trade-File.
       01 Held-Trade-Rec.
           88 End-Of-Held-Trades   VALUE HIGH-VALUES.
           02  HT-Trade-Image.
               03  HT-Customer-Id          PIC X(5).
               03  HT-Customer-Name        PIC X(20).
               03  HT-Oil-Id               PIC X(3).
               03  HT-Unit-Size            PIC 99.
               03  HT-Units-Sold           PIC 999.
               03  HT-Trade-Date           PIC 9(8).
               03  HT-Trans-Type           PIC X.

       FD Backorder-File.
       01 Backorder-Rec.
           88 End-Of-Backorder     VALUE HIGH-VALUES.
           02  BO-Trade-Image.
               03  BO-Customer-Id          PIC X(5).
               03  BO-Customer-Name        PIC X(20).
               03  BO-Oil-Id               PIC X(3).
               03  BO-Unit-Size            PIC 99.
               03  BO-Units-Sold           PIC 999.
               03  BO-Trade-Date           PIC 9(8).
               03  BO-Trans-Type           PIC X.

       FD Sales-History.
       01 Sales-History-Rec.
           88 End-Of-Sales-History VALUE HIGH-VALUES.
           02  SH-Key.
               03  SH-Customer-Id          PIC X(5).
               03  SH-Oil-Id               PIC X(3).
               03  SH-Period               PIC 9(6).
           02  SH-Qty-Sold                 PIC S9(7).
           02  SH-Trade-Value              PIC S9(8)V99.

       FD Maint-Exception-File.
       01 Maint-Exception-Line             PIC X(64).

       FD Audit-Report.
       01 Audit-Print-Line                 PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  Cust-Trans-Status            PIC XX.
           88  Cust-Trans-Available        VALUE "00".
           88  Customer-Not-Found          VALUE "23".
           88  Customer-File-Missing       VALUE "35".

       01  Invoice-Register-Status      PIC XX.
           88  Invoice-Register-Found      VALUE "00".

       01  On-Account-Status            PIC XX.
           88  On-Account-Found            VALUE "00".

       01  Held-Trade-Status            PIC XX.
           88  Held-Trade-Found            VALUE "00".

       01  Backorder-Status             PIC XX.
           88  Backorder-Found             VALUE "00".

       01  Sales-History-Status         PIC XX.
           88  Sales-History-OK            VALUE "00".

       01  Approver-Status              PIC XX.
           88  Approver-File-Found         VALUE "00".

       01  Approval-Audit-Status        PIC XX.
           88  Approval-Audit-Missing      VALUE "35".

       01  Approver-Table.
           02  Approver-Count            PIC 999 VALUE ZEROS.
           02  Approver-Entry OCCURS 100 TIMES.
               03  AT-Approver-Id        PIC X(6).
               03  AT-Maint-Limit        PIC 9(7)V99.
           02  Approver-I                PIC 999.
           02  Approver-Slot             PIC 999.

       01  Authority-Fields.
           02  Maint-Value               PIC 9(7)V99.
           02  Maint-Limit               PIC 9(7)V99.

       01  Run-Time-Stamp               PIC 9(8).
       01  Run-Time-Split REDEFINES Run-Time-Stamp.
           02  Run-Time-HHMMSS           PIC 9(6).
           02  FILLER                    PIC 99.

       01  Maint-Switches.
           02  Trans-Valid-Flag          PIC X VALUE "Y".
               88  Trans-Is-Valid         VALUE "Y".
           02  Activity-Found-Flag       PIC X VALUE "N".
               88  Open-Activity-Found    VALUE "Y".

       01  Maint-Counters.
           02  Trans-Read                PIC 9(5) VALUE ZEROS.
           02  FILLER                 PIC X(25) VALUE "CUSTOMER NAME".
           02  FILLER                 PIC X(8) VALUE "REP".
           02  FILLER                 PIC X(12) VALUE "CREDIT LIMIT".
           02  FILLER                 PIC X(8) VALUE "APPROVER".

       01  Audit-Detail-Line.
           02  Prn-Audit-Action       PIC X(6).
           02  FILLER                 PIC X(5) VALUE SPACES.
           02  Prn-Audit-Rep-Code     PIC X(3).
           02  Prn-Audit-Limit        PIC B$,$$$,$$9.99.
           02  FILLER                 PIC X(4) VALUE SPACES.
           02  Prn-Audit-Approver     PIC X(6).

       01  Audit-Totals-Line-1.
           02  FILLER                 PIC X(16) VALUE
       PROCEDURE DIVISION.
       Maintain-Customer-Master.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.
           ACCEPT Run-Time-Stamp FROM TIME.

           OPEN I-O Customer-Master.
           IF Customer-File-Missing
           END-IF.

           PERFORM Write-Audit-Headings.
           PERFORM Load-Approvers.

           OPEN EXTEND Approval-Audit-File.
           IF Approval-Audit-Missing
               OPEN OUTPUT Approval-Audit-File
           END-IF.

           OPEN INPUT Cust-Trans-File.
           IF Cust-Trans-Available
           CLOSE Customer-Master.
           CLOSE Maint-Exception-File.
           CLOSE Audit-Report.
           CLOSE Approval-Audit-File.

           STOP RUN.

           END-IF.

           IF Trans-Is-Valid
               PERFORM Check-Maint-Authority
           END-IF.

           IF Trans-Is-Valid
               MOVE CT-Approver-Id TO Prn-Audit-Approver
               EVALUATE TRUE
                   WHEN Add-Action    PERFORM Apply-Add
                   WHEN Change-Action PERFORM Apply-Change
                   WHEN Delete-Action PERFORM Apply-Delete
               END-EVALUATE
               IF Trans-Is-Valid
                   MOVE "A" TO AA-Outcome
                   MOVE SPACES TO AA-Reason
                   PERFORM Write-Maint-Approval
               END-IF
           END-IF.

       Check-Maint-Authority.
           MOVE ZEROS TO Maint-Value.
           MOVE ZEROS TO Maint-Limit.
           IF (Add-Action OR Change-Action)
                   AND CT-Credit-Limit NUMERIC
               MOVE CT-Credit-Limit TO Maint-Value
           END-IF.

           MOVE ZEROS TO Approver-Slot.
           IF CT-Approver-Id NOT = SPACES
               PERFORM VARYING Approver-I FROM 1 BY 1
                       UNTIL Approver-I > Approver-Count
                           OR Approver-Slot > ZEROS
                   IF AT-Approver-Id (Approver-I) = CT-Approver-Id
                       MOVE Approver-I TO Approver-Slot
                   END-IF
               END-PERFORM
           END-IF.

           IF Approver-Slot = ZEROS
               MOVE "UNKNOWN APPROVER" TO ME-Reason
           ELSE
               MOVE AT-Maint-Limit (Approver-Slot) TO Maint-Limit
               IF Maint-Value > Maint-Limit
                   MOVE "OVER LIMIT" TO ME-Reason
               END-IF
           END-IF.

           IF Approver-Slot = ZEROS OR Maint-Value > Maint-Limit
               PERFORM Write-Maint-Exception
               MOVE "R" TO AA-Outcome
               MOVE ME-Reason TO AA-Reason
               PERFORM Write-Maint-Approval
           END-IF.

       Write-Maint-Approval.
           MOVE "CUSTMNT "       TO AA-Program-Id.
           MOVE Run-Date-Stamp   TO AA-Run-Date.
           MOVE Run-Time-HHMMSS  TO AA-Run-Time.
           MOVE CT-Approver-Id   TO AA-Approver-Id.
           MOVE "M"              TO AA-Action-Type.
           MOVE SPACES           TO AA-Reference.
           EVALUATE TRUE
               WHEN Add-Action
                   STRING "ADD " CT-Customer-Id
                       DELIMITED BY SIZE INTO AA-Reference
                   END-STRING
               WHEN Change-Action
                   STRING "CHANGE " CT-Customer-Id
                       DELIMITED BY SIZE INTO AA-Reference
                   END-STRING
               WHEN OTHER
                   STRING "DELETE " CT-Customer-Id
                       DELIMITED BY SIZE INTO AA-Reference
                   END-STRING
           END-EVALUATE.
           MOVE Maint-Value      TO AA-Amount.
           MOVE Maint-Limit      TO AA-Limit.
           WRITE Approval-Audit-Rec.

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
                       MOVE ZEROS TO AT-Maint-Limit (Approver-Count)
                       IF AV-Maint-Limit NUMERIC
                           MOVE AV-Maint-Limit TO
                                   AT-Maint-Limit (Approver-Count)
                       END-IF
                   END-IF

                   READ Approver-File
                       AT END SET End-Of-Approvers TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Approver-File
           END-IF.

       Apply-Add.
                   MOVE "NOT ON FILE" TO ME-Reason
                   PERFORM Write-Maint-Exception
               NOT INVALID KEY
                   PERFORM Check-Open-Activity
           END-READ.

           IF Trans-Is-Valid
               MOVE CM-Customer-Id   TO BI-Customer-Id
               MOVE CM-Customer-Name TO BI-Customer-Name
               MOVE CM-Rep-Code      TO BI-Rep-Code
               MOVE CM-Credit-Limit  TO BI-Credit-Limit
               DELETE Customer-Master
                   INVALID KEY
                       MOVE "DELETE REJECTED" TO ME-Reason
                       PERFORM Write-Maint-Exception
                   NOT INVALID KEY
                       ADD 1 TO Deletes-Applied
                       MOVE "DELETE" TO Prn-Audit-Action
                       MOVE "BEFORE" TO Prn-Audit-Image
                       MOVE BI-Customer-Id  TO Prn-Audit-Cust-Id
                       MOVE BI-Customer-Name
                                         TO Prn-Audit-Cust-Name
                       MOVE BI-Rep-Code  TO Prn-Audit-Rep-Code
                       MOVE BI-Credit-Limit TO Prn-Audit-Limit
                       PERFORM Write-Audit-Detail
               END-DELETE
           END-IF.

       Check-Open-Activity.
           IF CM-Curr-Balance NOT = ZEROS
               MOVE "BALANCE NOT ZERO" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

           IF Trans-Is-Valid
               PERFORM Check-Open-Invoices
           END-IF.
           IF Trans-Is-Valid
               PERFORM Check-On-Account-Credits
           END-IF.
           IF Trans-Is-Valid
               PERFORM Check-Held-Trades
           END-IF.
           IF Trans-Is-Valid
               PERFORM Check-Backorders
           END-IF.
           IF Trans-Is-Valid
               PERFORM Check-Sales-History
           END-IF.

       Check-Open-Invoices.
           MOVE "N" TO Activity-Found-Flag.
           OPEN INPUT Invoice-Register.
           IF Invoice-Register-Found
               READ Invoice-Register
                   AT END SET End-Of-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Register OR Open-Activity-Found
                   IF IR-Customer-Id = CT-Customer-Id
                           AND IR-Invoice-Open
                       MOVE "Y" TO Activity-Found-Flag
                   END-IF

                   READ Invoice-Register
                       AT END SET End-Of-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Invoice-Register
           END-IF.

           IF Open-Activity-Found
               MOVE "HAS OPEN INVOICES" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Check-On-Account-Credits.
           MOVE "N" TO Activity-Found-Flag.
           OPEN INPUT On-Account-File.
           IF On-Account-Found
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account OR Open-Activity-Found
                   IF OA-Customer-Id = CT-Customer-Id
                           AND OA-Remaining-Amount > ZEROS
                       MOVE "Y" TO Activity-Found-Flag
                   END-IF

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE On-Account-File
           END-IF.

           IF Open-Activity-Found
               MOVE "HAS UNAPPLIED CREDIT" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Check-Held-Trades.
           MOVE "N" TO Activity-Found-Flag.
           OPEN INPUT Held-Trade-File.
           IF Held-Trade-Found
               READ Held-Trade-File
                   AT END SET End-Of-Held-Trades TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Held-Trades OR Open-Activity-Found
                   IF HT-Customer-Id = CT-Customer-Id
                       MOVE "Y" TO Activity-Found-Flag
                   END-IF

                   READ Held-Trade-File
                       AT END SET End-Of-Held-Trades TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Held-Trade-File
           END-IF.

           IF Open-Activity-Found
               MOVE "HAS HELD TRADES" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Check-Backorders.
           MOVE "N" TO Activity-Found-Flag.
           OPEN INPUT Backorder-File.
           IF Backorder-Found
               READ Backorder-File
                   AT END SET End-Of-Backorder TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Backorder OR Open-Activity-Found
                   IF BO-Customer-Id = CT-Customer-Id
                       MOVE "Y" TO Activity-Found-Flag
                   END-IF

                   READ Backorder-File
                       AT END SET End-Of-Backorder TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Backorder-File
           END-IF.

           IF Open-Activity-Found
               MOVE "HAS BACKORDERS" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Check-Sales-History.
           MOVE "N" TO Activity-Found-Flag.
           OPEN INPUT Sales-History.
           IF Sales-History-OK
               READ Sales-History
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Sales-History
                       OR Open-Activity-Found
                       OR SH-Customer-Id > CT-Customer-Id
                   IF SH-Customer-Id = CT-Customer-Id
                       MOVE "Y" TO Activity-Found-Flag
                   END-IF

                   READ Sales-History
                       AT END SET End-Of-Sales-History TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Sales-History
           END-IF.

           IF Open-Activity-Found
               MOVE "HAS SALES HISTORY" TO ME-Reason
               PERFORM Write-Maint-Exception
           END-IF.

       Write-Maint-Exception.
           MOVE "N" TO Trans-Valid-Flag.
           MOVE CT-Action-Code    TO ME-Action-Code.
