       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IntegrityAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-Customer-Id
                 FILE STATUS IS Customer-Master-Status.

           SELECT Product-Master ASSIGN TO "PRODUCT.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-Product-Id
                 FILE STATUS IS Product-Master-Status.

           SELECT Invoice-Register ASSIGN TO "INVREGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.

           SELECT On-Account-File ASSIGN TO "ONACCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS On-Account-Status.

           SELECT Payment-History ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Payment-History-Status.

           SELECT Held-Trade-File ASSIGN TO "HELDTRADE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Held-Trade-Status.

           SELECT Backorder-File ASSIGN TO "BACKORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-Status.

           SELECT Cust-Price-File ASSIGN TO "CUSTPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Cust-Price-Status.

           SELECT Rep-Master ASSIGN TO "REPMASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Rep-Master-Status.

           SELECT PO-File ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-File-Status.

           SELECT Supplier-Master ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-Status.

           SELECT Audit-Report ASSIGN TO "INTEGRITY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-Master.
       01 Customer-Master-Rec.
           88 End-Of-Customers     VALUE HIGH-VALUES.
           02  CM-Customer-Id              PIC X(5).
           02  CM-Customer-Name            PIC X(20).
           02  CM-Rep-Code                 PIC X(3).
           02  CM-Credit-Limit             PIC 9(7)V99.
           02  CM-Curr-Balance             PIC S9(7)V99.
           02  CM-Tax-Juris                PIC X(2).
           02  CM-Tax-Exempt               PIC X.

       FD Product-Master.
       01 Product-Master-Rec.
           02  PM-Product-Id.
               03  PM-Category             PIC X.
               03  PM-Product-Number       PIC 99.
           02  PM-Product-Name             PIC X(15).
           02  PM-Min-Unit-Size            PIC 99.
           02  PM-Max-Unit-Size            PIC 99.
           02  PM-Base-Price               PIC 99V99.
           02  PM-Active-Flag              PIC X.

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

       FD Payment-History.
       01 Payment-History-Rec.
           88 End-Of-Pay-History   VALUE HIGH-VALUES.
           02  PY-Customer-Id              PIC X(5).
           02  PY-Invoice-Number           PIC 9(6).
           02  PY-Receipt-Date             PIC 9(8).
           02  PY-Amount-Applied           PIC S9(7)V99.

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

       FD Cust-Price-File.
       01 Cust-Price-Rec.
           88 End-Of-Cust-Prices   VALUE HIGH-VALUES.
           02  CP-Customer-Id              PIC X(5).
           02  CP-Oil-Number               PIC 99.
           02  CP-Eff-Date                 PIC 9(8).
           02  CP-Price                    PIC 99V99.

       FD Rep-Master.
       01 Rep-Master-Rec.
           88 End-Of-Rep-Master    VALUE HIGH-VALUES.
           02  RM-Rep-Code                 PIC X(3).
           02  RM-Rep-Name                 PIC X(20).
           02  RM-Comm-Rate                PIC 99V99.

       FD PO-File.
       01 PO-File-Rec.
           88 End-Of-PO-File       VALUE HIGH-VALUES.
           02  PO-Number                   PIC 9(6).
           02  PO-Supplier-Id              PIC X(5).
           02  PO-Oil-Number               PIC 99.
           02  PO-Qty-Ordered              PIC 9(6).
           02  PO-Qty-Received             PIC 9(6).
           02  PO-Order-Date               PIC 9(8).
           02  PO-Status                   PIC X.
           02  PO-Unit-Cost                PIC 9(4)V99.

       FD Supplier-Master.
       01 Supplier-Master-Rec.
           88 End-Of-Suppliers     VALUE HIGH-VALUES.
           02  SP-Supplier-Id              PIC X(5).
           02  SP-Supplier-Name            PIC X(20).
           02  SP-Oil-Number               PIC 99.
           02  SP-Unit-Cost                PIC 9(4)V99.

       FD Audit-Report.
       01 Audit-Print-Line                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Product-Master-Status        PIC XX.
           88  Product-Master-OK           VALUE "00".

       01  Invoice-Register-Status      PIC XX.
           88  Invoice-Register-Found      VALUE "00".

       01  On-Account-Status            PIC XX.
           88  On-Account-Found            VALUE "00".

       01  Payment-History-Status       PIC XX.
           88  Payment-History-Found       VALUE "00".

       01  Held-Trade-Status            PIC XX.
           88  Held-Trade-Found            VALUE "00".

       01  Backorder-Status             PIC XX.
           88  Backorder-Found             VALUE "00".

       01  Cust-Price-Status            PIC XX.
           88  Cust-Price-Found            VALUE "00".

       01  Rep-Master-Status            PIC XX.
           88  Rep-Master-Found            VALUE "00".

       01  PO-File-Status               PIC XX.
           88  PO-File-Found               VALUE "00".

       01  Supplier-Status              PIC XX.
           88  Supplier-Found              VALUE "00".

       01  Run-Date-Stamp               PIC 9(8).

       01  Audit-Switches.
           02  Customer-Found-Flag       PIC X.
               88  Customer-On-File       VALUE "Y".
           02  Product-Master-Open-Flag  PIC X VALUE "N".
               88  Product-Master-Open    VALUE "Y".
           02  Oil-Found-Flag            PIC X.
               88  Oil-On-File            VALUE "Y".
           02  Rep-Found-Flag            PIC X.
               88  Rep-On-File            VALUE "Y".
           02  Open-Item-Overflow-Flag   PIC X VALUE "N".
               88  Open-Item-Overflow     VALUE "Y".

       01  Open-Item-Table.
           02  Open-Item-Count           PIC 9(4) VALUE ZEROS.
           02  Open-Item-Entry OCCURS 2000 TIMES.
               03  OI-Customer-Id        PIC X(5).
               03  OI-Open-Amount        PIC S9(9)V99.
               03  OI-Credit-Amount      PIC 9(9)V99.
           02  Open-Item-I               PIC 9(4).
           02  Open-Item-Slot            PIC 9(4).
           02  Open-Item-Key             PIC X(5).
           02  Open-Item-Found-Flag      PIC X.
               88  Open-Item-Found        VALUE "Y".

       01  Rep-Table.
           02  Rep-Count                 PIC 999 VALUE ZEROS.
           02  Rep-Entry OCCURS 200 TIMES.
               03  RT-Rep-Code           PIC X(3).
           02  Rep-I                     PIC 999.

       01  Audit-Work-Fields.
           02  Check-Customer-Id         PIC X(5).
           02  Check-Oil-Number          PIC 99.
           02  Invoice-Open-Amount       PIC S9(9)V99.
           02  Expected-Balance          PIC S9(9)V99.
           02  Balance-Difference        PIC S9(9)V99.
           02  Orphan-Key-Work           PIC X(20).
           02  Orphan-Number-Work        PIC 9(6).

       01  Reconcile-Counters.
           02  Customers-Checked         PIC 9(5) VALUE ZEROS.
           02  Customers-Differing       PIC 9(5) VALUE ZEROS.
           02  Total-Master-Balance      PIC S9(9)V99 VALUE ZEROS.
           02  Total-Open-Items          PIC S9(9)V99 VALUE ZEROS.
           02  Total-Difference          PIC S9(9)V99 VALUE ZEROS.

       01  Orphan-Counters.
           02  Orphan-Invoices           PIC 9(5) VALUE ZEROS.
           02  Orphan-Credits            PIC 9(5) VALUE ZEROS.
           02  Orphan-Payments           PIC 9(5) VALUE ZEROS.
           02  Orphan-Held-Trades        PIC 9(5) VALUE ZEROS.
           02  Orphan-Backorders         PIC 9(5) VALUE ZEROS.
           02  Orphan-Cust-Prices        PIC 9(5) VALUE ZEROS.
           02  Orphan-Rep-Codes          PIC 9(5) VALUE ZEROS.
           02  Orphan-PO-Oils            PIC 9(5) VALUE ZEROS.
           02  Orphan-Supplier-Oils      PIC 9(5) VALUE ZEROS.

       01  Audit-Heading-Line.
           02  FILLER                 PIC X(34) VALUE
               "FILE INTEGRITY AUDIT         DATE ".
           02  Prn-Audit-Date         PIC 9(4)/99/99.

       01  Recon-Title-Line             PIC X(60) VALUE
           "AR CONTROL - MASTER BALANCE AGAINST OPEN ITEMS".

       01  Recon-Topic-Line.
           02  FILLER                 PIC X(8) VALUE "CUST-ID".
           02  FILLER                 PIC X(22) VALUE "CUSTOMER NAME".
           02  FILLER                 PIC X(15) VALUE
               " MASTER BAL".
           02  FILLER                 PIC X(15) VALUE
               "  OPEN INVOICE".
           02  FILLER                 PIC X(15) VALUE
               "  UNAPPLIED CR".
           02  FILLER                 PIC X(15) VALUE
               "    DIFFERENCE".

       01  Recon-Detail-Line.
           02  Prn-Recon-Cust-Id      PIC X(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Recon-Cust-Name    PIC X(20).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Recon-Master       PIC $$,$$$,$$9.99-.
           02  FILLER                 PIC X(1) VALUE SPACES.
           02  Prn-Recon-Open         PIC $$,$$$,$$9.99-.
           02  FILLER                 PIC X(1) VALUE SPACES.
           02  Prn-Recon-Credit       PIC $$,$$$,$$9.99.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Recon-Difference   PIC $$,$$$,$$9.99-.

       01  Recon-None-Line              PIC X(60) VALUE
           "ALL CUSTOMER BALANCES AGREE WITH OPEN ITEMS".

       01  Orphan-Title-Line            PIC X(60) VALUE
           "CROSS-FILE REFERENCES NOT ON FILE".

       01  Orphan-Topic-Line.
           02  FILLER                 PIC X(16) VALUE "FILE".
           02  FILLER                 PIC X(22) VALUE "RECORD".
           02  FILLER                 PIC X(10) VALUE "VALUE".
           02  FILLER                 PIC X(30) VALUE "PROBLEM".

       01  Orphan-Detail-Line.
           02  Prn-Orphan-File        PIC X(14).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Orphan-Key         PIC X(20).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Orphan-Value       PIC X(8).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Orphan-Problem     PIC X(30).

       01  Audit-Caption-Line.
           02  Prn-Audit-Caption      PIC X(30).
           02  Prn-Audit-Count        PIC ZZ,ZZ9.

       01  Audit-Amount-Line.
           02  Prn-Amount-Caption     PIC X(30).
           02  Prn-Audit-Amount       PIC $$$,$$$,$$9.99-.

       01  Audit-Message-Line           PIC X(80).

       PROCEDURE DIVISION.
       Audit-File-Integrity.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.

           OPEN OUTPUT Audit-Report.
           MOVE Run-Date-Stamp TO Prn-Audit-Date.
           WRITE Audit-Print-Line FROM Audit-Heading-Line AFTER
                       ADVANCING 1 LINE.

           OPEN INPUT Customer-Master.
           IF NOT Customer-Master-OK
               MOVE "CUSTOMER MASTER NOT AVAILABLE - AUDIT NOT RUN"
                   TO Audit-Message-Line
               WRITE Audit-Print-Line FROM Audit-Message-Line AFTER
                           ADVANCING 2 LINES
               CLOSE Audit-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT Product-Master.
           IF Product-Master-OK
               MOVE "Y" TO Product-Master-Open-Flag
           END-IF.

           PERFORM Load-Rep-Table.
           PERFORM Load-Open-Items.

           PERFORM Reconcile-Customers.

           WRITE Audit-Print-Line FROM Orphan-Title-Line AFTER
                       ADVANCING 3 LINES.
           WRITE Audit-Print-Line FROM Orphan-Topic-Line AFTER
                       ADVANCING 2 LINES.

           PERFORM Check-Invoice-Customers.
           PERFORM Check-Credit-Customers.
           PERFORM Check-Payment-Customers.
           PERFORM Check-Held-Trade-Customers.
           PERFORM Check-Backorder-Customers.
           PERFORM Check-Cust-Price-Customers.
           PERFORM Check-Customer-Rep-Codes.
           IF Product-Master-Open
               PERFORM Check-PO-Oils
               PERFORM Check-Supplier-Oils
           END-IF.

           PERFORM Print-Orphan-Totals.

           CLOSE Customer-Master.
           IF Product-Master-Open
               CLOSE Product-Master
           END-IF.
           CLOSE Audit-Report.

           STOP RUN.

       Load-Rep-Table.
           OPEN INPUT Rep-Master.
           IF Rep-Master-Found
               READ Rep-Master
                   AT END SET End-Of-Rep-Master TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Rep-Master
                   IF Rep-Count < 200
                       ADD 1 TO Rep-Count
                       MOVE RM-Rep-Code TO RT-Rep-Code (Rep-Count)
                   END-IF

                   READ Rep-Master
                       AT END SET End-Of-Rep-Master TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Rep-Master
           END-IF.

       Load-Open-Items.
           OPEN INPUT Invoice-Register.
           IF Invoice-Register-Found
               READ Invoice-Register
                   AT END SET End-Of-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Register
                   IF IR-Invoice-Open
                       MOVE IR-Customer-Id TO Open-Item-Key
                       PERFORM Find-Open-Item
                       IF Open-Item-Found
                           COMPUTE Invoice-Open-Amount =
                               IR-Invoice-Total - IR-Amount-Paid
                           ADD Invoice-Open-Amount
                               TO OI-Open-Amount (Open-Item-Slot)
                       END-IF
                   END-IF

                   READ Invoice-Register
                       AT END SET End-Of-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Invoice-Register
           END-IF.

           OPEN INPUT On-Account-File.
           IF On-Account-Found
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account
                   MOVE OA-Customer-Id TO Open-Item-Key
                   PERFORM Find-Open-Item
                   IF Open-Item-Found
                       ADD OA-Remaining-Amount
                           TO OI-Credit-Amount (Open-Item-Slot)
                   END-IF

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE On-Account-File
           END-IF.

       Find-Open-Item.
           MOVE "N" TO Open-Item-Found-Flag.
           PERFORM VARYING Open-Item-I FROM 1 BY 1
                   UNTIL Open-Item-I > Open-Item-Count
                       OR Open-Item-Found
               IF OI-Customer-Id (Open-Item-I) = Open-Item-Key
                   MOVE "Y" TO Open-Item-Found-Flag
                   MOVE Open-Item-I TO Open-Item-Slot
               END-IF
           END-PERFORM.

           IF NOT Open-Item-Found
               IF Open-Item-Count < 2000
                   ADD 1 TO Open-Item-Count
                   MOVE Open-Item-Count TO Open-Item-Slot
                   MOVE Open-Item-Key TO OI-Customer-Id (Open-Item-Slot)
                   MOVE ZEROS TO OI-Open-Amount (Open-Item-Slot)
                   MOVE ZEROS TO OI-Credit-Amount (Open-Item-Slot)
                   MOVE "Y" TO Open-Item-Found-Flag
               ELSE
                   MOVE "Y" TO Open-Item-Overflow-Flag
               END-IF
           END-IF.

       Reconcile-Customers.
           WRITE Audit-Print-Line FROM Recon-Title-Line AFTER
                       ADVANCING 2 LINES.
           WRITE Audit-Print-Line FROM Recon-Topic-Line AFTER
                       ADVANCING 2 LINES.

           READ Customer-Master NEXT RECORD
               AT END SET End-Of-Customers TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Customers
               ADD 1 TO Customers-Checked
               MOVE CM-Customer-Id TO Open-Item-Key
               MOVE "N" TO Open-Item-Found-Flag
               PERFORM VARYING Open-Item-I FROM 1 BY 1
                       UNTIL Open-Item-I > Open-Item-Count
                           OR Open-Item-Found
                   IF OI-Customer-Id (Open-Item-I) = Open-Item-Key
                       MOVE "Y" TO Open-Item-Found-Flag
                       MOVE Open-Item-I TO Open-Item-Slot
                   END-IF
               END-PERFORM

               IF Open-Item-Found
                   MOVE OI-Open-Amount (Open-Item-Slot)
                       TO Invoice-Open-Amount
                   COMPUTE Expected-Balance =
                       OI-Open-Amount (Open-Item-Slot)
                     - OI-Credit-Amount (Open-Item-Slot)
               ELSE
                   MOVE ZEROS TO Invoice-Open-Amount
                   MOVE ZEROS TO Expected-Balance
               END-IF

               COMPUTE Balance-Difference =
                   CM-Curr-Balance - Expected-Balance
               ADD CM-Curr-Balance    TO Total-Master-Balance
               ADD Expected-Balance   TO Total-Open-Items
               ADD Balance-Difference TO Total-Difference

               IF Balance-Difference NOT = ZEROS
                   ADD 1 TO Customers-Differing
                   MOVE CM-Customer-Id   TO Prn-Recon-Cust-Id
                   MOVE CM-Customer-Name TO Prn-Recon-Cust-Name
                   MOVE CM-Curr-Balance  TO Prn-Recon-Master
                   MOVE Invoice-Open-Amount TO Prn-Recon-Open
                   COMPUTE Prn-Recon-Credit =
                       Invoice-Open-Amount - Expected-Balance
                   MOVE Balance-Difference TO Prn-Recon-Difference
                   WRITE Audit-Print-Line FROM Recon-Detail-Line
                           AFTER ADVANCING 1 LINE
               END-IF

               READ Customer-Master NEXT RECORD
                   AT END SET End-Of-Customers TO TRUE
               END-READ
           END-PERFORM.

           IF Customers-Differing = ZEROS
               WRITE Audit-Print-Line FROM Recon-None-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

           MOVE "CUSTOMERS CHECKED          :" TO Prn-Audit-Caption.
           MOVE Customers-Checked TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 2 LINES.
           MOVE "CUSTOMERS OUT OF AGREEMENT :" TO Prn-Audit-Caption.
           MOVE Customers-Differing TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "TOTAL MASTER BALANCES      :" TO Prn-Amount-Caption.
           MOVE Total-Master-Balance TO Prn-Audit-Amount.
           WRITE Audit-Print-Line FROM Audit-Amount-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "TOTAL NET OPEN ITEMS       :" TO Prn-Amount-Caption.
           MOVE Total-Open-Items TO Prn-Audit-Amount.
           WRITE Audit-Print-Line FROM Audit-Amount-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "TOTAL DIFFERENCE           :" TO Prn-Amount-Caption.
           MOVE Total-Difference TO Prn-Audit-Amount.
           WRITE Audit-Print-Line FROM Audit-Amount-Line AFTER
                       ADVANCING 1 LINE.

           IF Open-Item-Overflow
               MOVE "OVER 2000 CUSTOMERS WITH OPEN ITEMS - INCOMPLETE"
                   TO Audit-Message-Line
               WRITE Audit-Print-Line FROM Audit-Message-Line AFTER
                           ADVANCING 1 LINE
           END-IF.

       Find-Customer.
           MOVE Check-Customer-Id TO CM-Customer-Id.
           MOVE "N" TO Customer-Found-Flag.
           READ Customer-Master
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO Customer-Found-Flag
           END-READ.

       Find-Oil.
           MOVE "N" TO Oil-Found-Flag.
           MOVE "E"              TO PM-Category.
           MOVE Check-Oil-Number TO PM-Product-Number.
           READ Product-Master
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO Oil-Found-Flag
           END-READ.

       Write-Orphan-Line.
           WRITE Audit-Print-Line FROM Orphan-Detail-Line AFTER
                       ADVANCING 1 LINE.

       Check-Invoice-Customers.
           OPEN INPUT Invoice-Register.
           IF Invoice-Register-Found
               READ Invoice-Register
                   AT END SET End-Of-Register TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Register
                   MOVE IR-Customer-Id TO Check-Customer-Id
                   PERFORM Find-Customer
                   IF NOT Customer-On-File
                       ADD 1 TO Orphan-Invoices
                       MOVE "INVREGISTER" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "INVOICE " IR-Invoice-Number
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE IR-Customer-Id TO Prn-Orphan-Value
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ Invoice-Register
                       AT END SET End-Of-Register TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Invoice-Register
           END-IF.

       Check-Credit-Customers.
           OPEN INPUT On-Account-File.
           IF On-Account-Found
               READ On-Account-File
                   AT END SET End-Of-On-Account TO TRUE
               END-READ

               PERFORM UNTIL End-Of-On-Account
                   MOVE OA-Customer-Id TO Check-Customer-Id
                   PERFORM Find-Customer
                   IF NOT Customer-On-File
                       ADD 1 TO Orphan-Credits
                       MOVE "ONACCOUNT" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "CREDIT " OA-Credit-Date
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE OA-Customer-Id TO Prn-Orphan-Value
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ On-Account-File
                       AT END SET End-Of-On-Account TO TRUE
                   END-READ
               END-PERFORM

               CLOSE On-Account-File
           END-IF.

       Check-Payment-Customers.
           OPEN INPUT Payment-History.
           IF Payment-History-Found
               READ Payment-History
                   AT END SET End-Of-Pay-History TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Pay-History
                   MOVE PY-Customer-Id TO Check-Customer-Id
                   PERFORM Find-Customer
                   IF NOT Customer-On-File
                       ADD 1 TO Orphan-Payments
                       MOVE "PAYHIST" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "INVOICE " PY-Invoice-Number
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE PY-Customer-Id TO Prn-Orphan-Value
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ Payment-History
                       AT END SET End-Of-Pay-History TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Payment-History
           END-IF.

       Check-Held-Trade-Customers.
           OPEN INPUT Held-Trade-File.
           IF Held-Trade-Found
               READ Held-Trade-File
                   AT END SET End-Of-Held-Trades TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Held-Trades
                   MOVE HT-Customer-Id TO Check-Customer-Id
                   PERFORM Find-Customer
                   IF NOT Customer-On-File
                       ADD 1 TO Orphan-Held-Trades
                       MOVE "HELDTRADE" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "OIL " HT-Oil-Id " " HT-Trade-Date
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE HT-Customer-Id TO Prn-Orphan-Value
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ Held-Trade-File
                       AT END SET End-Of-Held-Trades TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Held-Trade-File
           END-IF.

       Check-Backorder-Customers.
           OPEN INPUT Backorder-File.
           IF Backorder-Found
               READ Backorder-File
                   AT END SET End-Of-Backorder TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Backorder
                   MOVE BO-Customer-Id TO Check-Customer-Id
                   PERFORM Find-Customer
                   IF NOT Customer-On-File
                       ADD 1 TO Orphan-Backorders
                       MOVE "BACKORDER" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "OIL " BO-Oil-Id " " BO-Trade-Date
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE BO-Customer-Id TO Prn-Orphan-Value
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ Backorder-File
                       AT END SET End-Of-Backorder TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Backorder-File
           END-IF.

       Check-Cust-Price-Customers.
           OPEN INPUT Cust-Price-File.
           IF Cust-Price-Found
               READ Cust-Price-File
                   AT END SET End-Of-Cust-Prices TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Cust-Prices
                   MOVE CP-Customer-Id TO Check-Customer-Id
                   PERFORM Find-Customer
                   IF NOT Customer-On-File
                       ADD 1 TO Orphan-Cust-Prices
                       MOVE "CUSTPRICE" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "OIL E" CP-Oil-Number " " CP-Eff-Date
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE CP-Customer-Id TO Prn-Orphan-Value
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ Cust-Price-File
                       AT END SET End-Of-Cust-Prices TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Cust-Price-File
           END-IF.

       Check-Customer-Rep-Codes.
           CLOSE Customer-Master.
           OPEN INPUT Customer-Master.

           READ Customer-Master NEXT RECORD
               AT END SET End-Of-Customers TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Customers
               MOVE "N" TO Rep-Found-Flag
               PERFORM VARYING Rep-I FROM 1 BY 1
                       UNTIL Rep-I > Rep-Count OR Rep-On-File
                   IF RT-Rep-Code (Rep-I) = CM-Rep-Code
                       MOVE "Y" TO Rep-Found-Flag
                   END-IF
               END-PERFORM

               IF NOT Rep-On-File
                   ADD 1 TO Orphan-Rep-Codes
                   MOVE "CUSTOMER.MST" TO Prn-Orphan-File
                   MOVE SPACES TO Orphan-Key-Work
                   STRING "CUSTOMER " CM-Customer-Id
                       DELIMITED BY SIZE INTO Orphan-Key-Work
                   END-STRING
                   MOVE Orphan-Key-Work TO Prn-Orphan-Key
                   MOVE CM-Rep-Code TO Prn-Orphan-Value
                   MOVE "REP CODE NOT ON REPMASTER"
                       TO Prn-Orphan-Problem
                   PERFORM Write-Orphan-Line
               END-IF

               READ Customer-Master NEXT RECORD
                   AT END SET End-Of-Customers TO TRUE
               END-READ
           END-PERFORM.

       Check-PO-Oils.
           OPEN INPUT PO-File.
           IF PO-File-Found
               READ PO-File
                   AT END SET End-Of-PO-File TO TRUE
               END-READ

               PERFORM UNTIL End-Of-PO-File
                   MOVE PO-Oil-Number TO Check-Oil-Number
                   PERFORM Find-Oil
                   IF NOT Oil-On-File
                       ADD 1 TO Orphan-PO-Oils
                       MOVE "POFILE" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "PO " PO-Number
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE SPACES TO Prn-Orphan-Value
                       STRING "E" PO-Oil-Number
                           DELIMITED BY SIZE INTO Prn-Orphan-Value
                       END-STRING
                       MOVE "OIL NOT ON PRODUCT MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ PO-File
                       AT END SET End-Of-PO-File TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PO-File
           END-IF.

       Check-Supplier-Oils.
           OPEN INPUT Supplier-Master.
           IF Supplier-Found
               READ Supplier-Master
                   AT END SET End-Of-Suppliers TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Suppliers
                   MOVE SP-Oil-Number TO Check-Oil-Number
                   PERFORM Find-Oil
                   IF NOT Oil-On-File
                       ADD 1 TO Orphan-Supplier-Oils
                       MOVE "SUPPLIER" TO Prn-Orphan-File
                       MOVE SPACES TO Orphan-Key-Work
                       STRING "SUPPLIER " SP-Supplier-Id
                           DELIMITED BY SIZE INTO Orphan-Key-Work
                       END-STRING
                       MOVE Orphan-Key-Work TO Prn-Orphan-Key
                       MOVE SPACES TO Prn-Orphan-Value
                       STRING "E" SP-Oil-Number
                           DELIMITED BY SIZE INTO Prn-Orphan-Value
                       END-STRING
                       MOVE "OIL NOT ON PRODUCT MASTER"
                           TO Prn-Orphan-Problem
                       PERFORM Write-Orphan-Line
                   END-IF

                   READ Supplier-Master
                       AT END SET End-Of-Suppliers TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Supplier-Master
           END-IF.

       Print-Orphan-Totals.
           MOVE "ORPHAN INVOICES            :" TO Prn-Audit-Caption.
           MOVE Orphan-Invoices TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 2 LINES.
           MOVE "ORPHAN ON-ACCOUNT CREDITS  :" TO Prn-Audit-Caption.
           MOVE Orphan-Credits TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "ORPHAN PAYMENT HISTORY     :" TO Prn-Audit-Caption.
           MOVE Orphan-Payments TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "ORPHAN HELD TRADES         :" TO Prn-Audit-Caption.
           MOVE Orphan-Held-Trades TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "ORPHAN BACKORDERS          :" TO Prn-Audit-Caption.
           MOVE Orphan-Backorders TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "ORPHAN CONTRACT PRICES     :" TO Prn-Audit-Caption.
           MOVE Orphan-Cust-Prices TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "UNKNOWN REP CODES          :" TO Prn-Audit-Caption.
           MOVE Orphan-Rep-Codes TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "PO LINES FOR UNKNOWN OILS  :" TO Prn-Audit-Caption.
           MOVE Orphan-PO-Oils TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.
           MOVE "SUPPLIERS FOR UNKNOWN OILS :" TO Prn-Audit-Caption.
           MOVE Orphan-Supplier-Oils TO Prn-Audit-Count.
           WRITE Audit-Print-Line FROM Audit-Caption-Line AFTER
                       ADVANCING 1 LINE.

           IF NOT Product-Master-Open
               MOVE "PRODUCT MASTER NOT AVAILABLE - OIL CHECKS NOT RUN"
                   TO Audit-Message-Line
               WRITE Audit-Print-Line FROM Audit-Message-Line AFTER
                           ADVANCING 1 LINE
           END-IF.
