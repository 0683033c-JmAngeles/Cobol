                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Categorized-Status.

           SELECT Categorized-Work ASSIGN TO "CATEGORIZEDSALE.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Customer-Master ASSIGN TO "CUSTOMER.MST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Register-Status.

           SELECT Ship-Confirm-File ASSIGN TO "SHIPCONF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Ship-Confirm-Status.

           SELECT Backorder-File ASSIGN TO "BACKORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Stock-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Lot-Status.

           SELECT GL-Map-File ASSIGN TO "GLACCTMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Map-Status.

           SELECT GL-Posting-File ASSIGN TO "GLPOSTING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Posting-Status.

           SELECT Short-Ship-Report ASSIGN TO "SHORTSHIP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Lot-Trace-File ASSIGN TO "LOTTRACE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-Trace-Status.

           SELECT Processed-Runs-File ASSIGN TO "PROCRUNS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Processed-Runs-Status.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Override-Status.

           SELECT Approver-File ASSIGN TO "APPROVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approver-Status.

           SELECT Approval-Audit-File ASSIGN TO "APPRAUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Approval-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Categorized-File.
           02  CR-Price-Flag               PIC X.
               88  CR-Contract-Priced      VALUE "C".
           02  CR-Tax-Amount               PIC S9(5)V99.
           02  CR-Cost-Amount              PIC S9(6)V99.
           02  CR-Lot-Usage OCCURS 3 TIMES.
               03  CR-Lot-Number           PIC X(10).
               03  CR-Lot-Qty              PIC 999.

       FD Categorized-Work.
       01 Categorized-Work-Rec.
           88 End-Of-Categorized-Work VALUE HIGH-VALUES.
           02  CW-Record-Data              PIC X(91).

       FD Customer-Master.
       01 Customer-Master-Rec.
           88 End-Of-Overrides     VALUE HIGH-VALUES.
           02  PV-Program-Id               PIC X(8).
           02  PV-Run-Number               PIC 9(6).
           02  PV-Approver-Id              PIC X(6).

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

       FD Invoice-Register.
       01 Invoice-Register-Rec.
           02  IR-Run-Number               PIC 9(6).
           02  IR-Tax-Total                PIC S9(6)V99.

       FD Ship-Confirm-File.
       01 Ship-Confirm-Rec.
           88 End-Of-Ship-Confirm  VALUE HIGH-VALUES.
           02  SC-Run-Number               PIC 9(6).
           02  SC-Line-Number              PIC 9(5).
           02  SC-Customer-Id              PIC X(5).
           02  SC-Oil-Id                   PIC X(3).
           02  SC-Qty-Shipped              PIC 999.

       FD Backorder-File.
       01 Backorder-Rec.
           02  BO-Trade-Image.
               03  BO-Customer-Id          PIC X(5).
               03  BO-Customer-Name        PIC X(20).
               03  BO-Oil-Id               PIC X(3).
               03  BO-Unit-Size            PIC 99.
               03  BO-Units-Sold           PIC 999.
               03  BO-Trade-Date           PIC 9(8).
               03  BO-Trans-Type           PIC X.

       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock     VALUE HIGH-VALUES.
           02  OS-Oil-Number               PIC 99.
           02  OS-On-Hand                  PIC 9(6).
           02  OS-Reorder-Point            PIC 9(5).
           02  OS-Order-Qty                PIC 9(5).

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot       VALUE HIGH-VALUES.
           02  LT-Oil-Number               PIC 99.
           02  LT-Lot-Number               PIC X(10).
           02  LT-Expiry-Date              PIC 9(8).
           02  LT-Receipt-Date             PIC 9(8).
           02  LT-PO-Number                PIC 9(6).
           02  LT-Supplier-Id              PIC X(5).
           02  LT-Qty-Received             PIC 9(6).
           02  LT-Qty-On-Hand              PIC 9(6).

       FD GL-Map-File.
       01 GL-Map-Rec.
           88 End-Of-GL-Map        VALUE HIGH-VALUES.
           02  GM-Map-Type                 PIC X.
           02  GM-Map-Key                  PIC X(2).
           02  GM-Account                  PIC X(8).

       FD GL-Posting-File.
       01 GL-Posting-Rec.
           02  GP-Account                  PIC X(8).
           02  GP-Debit-Credit             PIC X.
           02  GP-Amount                   PIC 9(8)V99.
           02  GP-Run-Date                 PIC 9(8).
           02  GP-Run-Number               PIC 9(6).
           02  GP-Description              PIC X(20).

       FD Short-Ship-Report.
       01 Short-Print-Line                 PIC X(72).

       FD Lot-Trace-File.
       01 Lot-Trace-Rec.
           02  LX-Lot-Number               PIC X(10).
           02  LX-Oil-Number               PIC 99.
           02  LX-Customer-Id              PIC X(5).
           02  LX-Trade-Date               PIC 9(8).
           02  LX-Units                    PIC 999.
           02  LX-Invoice-Number           PIC 9(6).
           02  LX-Invoice-Date             PIC 9(8).
           02  LX-Run-Number               PIC 9(6).

       WORKING-STORAGE SECTION.
       01  Categorized-Status           PIC XX.
           88  Categorized-Available       VALUE "00".
       01  Customer-Master-Status       PIC XX.
           88  Customer-Master-OK          VALUE "00".

       01  Cust-Master-Open-Flag        PIC X VALUE "N".
           88  Cust-Master-Open            VALUE "Y".

       01  Invoice-Control-Status       PIC XX.
           88  Invoice-Control-Found       VALUE "00".

       01  Invoice-Register-Status      PIC XX.
           88  Invoice-Register-Missing    VALUE "35".

       01  Lot-Trace-Status             PIC XX.
           88  Lot-Trace-Missing           VALUE "35".

       01  Lot-Slot                     PIC 9.

       01  Ship-Confirm-Status          PIC XX.
           88  Ship-Confirm-Found          VALUE "00".

       01  Backorder-File-Status        PIC XX.
           88  Backorder-File-Missing      VALUE "35".

       01  Oil-Stock-Status             PIC XX.
           88  Oil-Stock-File-Found        VALUE "00".

       01  Oil-Lot-Status               PIC XX.
           88  Oil-Lot-File-Found          VALUE "00".

       01  GL-Map-Status                PIC XX.
           88  GL-Map-File-Found           VALUE "00".

       01  GL-Posting-Status            PIC XX.
           88  GL-Posting-Missing          VALUE "35".

       01  Lot-Control.
           02  Lots-Loaded-Flag          PIC X VALUE "N".
               88  Lots-Loaded            VALUE "Y".
           02  Lot-Count                 PIC 9(4) VALUE ZEROS.
           02  Lot-Entry OCCURS 999 TIMES.
               03  LTT-Oil-Number        PIC 99.
               03  LTT-Lot-Number        PIC X(10).
               03  LTT-Expiry-Date       PIC 9(8).
               03  LTT-Receipt-Date      PIC 9(8).
               03  LTT-PO-Number         PIC 9(6).
               03  LTT-Supplier-Id       PIC X(5).
               03  LTT-Qty-Received      PIC 9(6).
               03  LTT-Qty-On-Hand       PIC 9(6).

       01  Lot-Work-Fields.
           02  Lot-I                     PIC 9(4).
           02  Lot-Returned              PIC 999.
           02  Lot-Found-Flag            PIC X.
               88  Lot-Found              VALUE "Y".

       01  Ship-Confirm-Table.
           02  Ship-Count                PIC 9(4) VALUE ZEROS.
           02  Run-Sales-Flag            PIC X VALUE "N".
               88  Run-Has-Sales          VALUE "Y".
           02  Ship-Entry OCCURS 2000 TIMES.
               03  SH-Line-Number        PIC 9(5).
               03  SH-Customer-Id        PIC X(5).
               03  SH-Oil-Id             PIC X(3).
               03  SH-Qty-Shipped        PIC 999.

       01  Stock-Control.
           02  Stock-Loaded-Flag         PIC X VALUE "N".
               88  Stock-Loaded           VALUE "Y".
           02  Stock-I                   PIC 999.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Present         PIC X.
               03  Stock-On-Hand         PIC 9(6).
               03  Stock-Reorder-Point   PIC 9(5).
               03  Stock-Order-Qty       PIC 9(5).

       01  Ship-Work-Fields.
           02  Line-Number               PIC 9(5) VALUE ZEROS.
           02  Ship-I                    PIC 9(4).
           02  Ship-Found-Flag           PIC X.
               88  Ship-Line-Found        VALUE "Y".
           02  Ship-Qty                  PIC 999.
           02  Short-Qty                 PIC 999.
           02  Short-Left                PIC 999.
           02  Short-Value               PIC S9(6)V99.
           02  Short-Tax                 PIC S9(5)V99.
           02  Short-Cost                PIC S9(6)V99.
           02  Short-Juris               PIC X(2).

       01  Ship-Counters.
           02  Lines-Short               PIC 9(5) VALUE ZEROS.
           02  Lines-Unconfirmed         PIC 9(5) VALUE ZEROS.
           02  Units-Short               PIC 9(7) VALUE ZEROS.
           02  Value-Short               PIC S9(8)V99 VALUE ZEROS.

       01  Short-Oil-Value-Table.
           02  Short-Oil-Value PIC S9(7)V99 OCCURS 99 TIMES
                                               VALUE ZEROS.

       01  Short-Oil-Cost-Table.
           02  Short-Oil-Cost PIC S9(7)V99 OCCURS 99 TIMES
                                               VALUE ZEROS.

       01  Short-Tax-Totals.
           02  Short-Juris-Count         PIC 99 VALUE ZEROS.
           02  Short-Juris-Entry OCCURS 50 TIMES.
               03  SJ-Juris-Code         PIC X(2).
               03  SJ-Tax-Total          PIC S9(7)V99.
           02  Short-Juris-Slot          PIC 99.

       01  GL-Map-Table.
           02  GL-Map-Count              PIC 999 VALUE ZEROS.
           02  GL-Map-Entry OCCURS 100 TIMES.
               03  GMT-Map-Type          PIC X.
               03  GMT-Map-Key           PIC X(2).
               03  GMT-Account           PIC X(8).

       01  GL-Work-Fields.
           02  GL-I                      PIC 999.
           02  GL-J                      PIC 999.
           02  AR-Account                PIC X(8) VALUE "ARCNTRL ".
           02  Suspense-Account          PIC X(8) VALUE "SUSPENSE".
           02  GL-Account-Found          PIC X.
           02  GL-Found-Account          PIC X(8).
           02  GL-Map-Key-Work           PIC X(2).
           02  GL-Net-Amount             PIC S9(8)V99.
           02  GL-AR-Total               PIC S9(8)V99.
           02  GL-Oil-Number-X.
               03  GL-Oil-Number         PIC 99.
           02  GL-Lookup-Type            PIC X.
           02  GL-Normal-Side            PIC X.
           02  GL-Line-Desc              PIC X(20).

       01  Ship-Refused-Line.
           02  FILLER                 PIC X(4) VALUE "RUN ".
           02  Prn-Ship-Run-Number    PIC 9(6).
           02  FILLER                 PIC X(44) VALUE
               " NOT CONFIRMED BY WAREHOUSE - RUN REFUSED".

       01  Short-Heading-Line.
           02  FILLER                 PIC X(28) VALUE
               "SHORT-SHIPPED LINES    RUN ".
           02  Prn-Short-Run          PIC 9(6).
           02  FILLER                 PIC X(8) VALUE "   DATE ".
           02  Prn-Short-Date         PIC 9(4)/99/99.

       01  Short-Topic-Line.
           02  FILLER                 PIC X(8) VALUE "LINE".
           02  FILLER                 PIC X(7) VALUE "CUST".
           02  FILLER                 PIC X(6) VALUE "OIL".
           02  FILLER                 PIC X(6) VALUE "SIZE".
           02  FILLER                 PIC X(9) VALUE "ORDERED".
           02  FILLER                 PIC X(9) VALUE "SHIPPED".
           02  FILLER                 PIC X(7) VALUE "SHORT".
           02  FILLER                 PIC X(11) VALUE "     VALUE".

       01  Short-Detail-Line.
           02  Prn-Short-Line         PIC 9(5).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Short-Cust         PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  Prn-Short-Oil          PIC X(3).
           02  FILLER                 PIC X(3) VALUE SPACES.
           02  Prn-Short-Size         PIC Z9.
           02  Prn-Short-Ordered      PIC BBBBBZZ9.
           02  Prn-Short-Shipped      PIC BBBBBBZZ9.
           02  Prn-Short-Qty          PIC BBBBBZZ9.
           02  Prn-Short-Value        PIC B$$$,$$9.99-.
           02  FILLER                 PIC X VALUE SPACE.
           02  Prn-Short-Note         PIC X(11).

       01  Short-Totals-Line.
           02  FILLER                 PIC X(16) VALUE
               "LINES SHORT    :".
           02  Prn-Lines-Short        PIC ZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "  UNITS :".
           02  Prn-Units-Short        PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(10) VALUE "  VALUE :".
           02  Prn-Value-Short        PIC $$$,$$$,$$9.99-.

       01  Short-Note-Line            PIC X(58) VALUE
           "SHORT QUANTITIES RETURNED TO STOCK, LOTS AND BACKORDER.DAT".

       01  Short-Repost-Line          PIC X(58) VALUE
           "RUN REPOSTED - SHORT QUANTITIES ALREADY RETURNED".

       01  Invoice-Number               PIC 9(6) VALUE ZEROS.

       01  Invoice-Run-Number           PIC 9(6) VALUE ZEROS.
       01  Override-Status              PIC XX.
           88  Override-File-Found         VALUE "00".

       01  Approver-Status              PIC XX.
           88  Approver-File-Found         VALUE "00".

       01  Approval-Audit-Status        PIC XX.
           88  Approval-Audit-Missing      VALUE "35".

       01  Override-Authority-Fields.
           02  Override-Approver         PIC X(6).
           02  Override-Approver-Flag    PIC X.
               88  Override-Approver-Known VALUE "Y".
           02  Override-Limit            PIC 9(7)V99.
           02  Override-Refused-Flag     PIC X VALUE "N".
               88  Override-Refused       VALUE "Y".
           02  Override-Reason           PIC X(16).
           02  Run-Value                 PIC 9(9)V99.

       01  Run-Time-Stamp               PIC 9(8).
       01  Run-Time-Split REDEFINES Run-Time-Stamp.
           02  Run-Time-HHMMSS           PIC 9(6).
           02  FILLER                    PIC 99.

       01  Posting-Guard-Fields.
           02  Guard-Program-Id          PIC X(8) VALUE "INVGEN  ".
           02  Posting-Run-Number        PIC 9(6) VALUE ZEROS.
           02  Prn-Ovrd-Run-Number    PIC 9(6).
           02  FILLER                 PIC X(40) VALUE
               " REPOSTED UNDER OPERATOR OVERRIDE".
           02  FILLER                 PIC X(4) VALUE " BY ".
           02  Prn-Ovrd-Approver      PIC X(6).

       01  Override-Refused-Line.
           02  FILLER                 PIC X(9) VALUE "OVERRIDE ".
           02  Prn-Refused-Approver   PIC X(6).
           02  FILLER                 PIC X(11) VALUE " REFUSED - ".
           02  Prn-Refused-Reason     PIC X(16).
           02  FILLER                 PIC X(7) VALUE " VALUE ".
           02  Prn-Refused-Value      PIC $$$,$$$,$$9.99.

       01  Run-Date-Stamp               PIC 9(8).

       PROCEDURE DIVISION.
       Produce-Invoices.
           ACCEPT Run-Date-Stamp FROM DATE YYYYMMDD.
           ACCEPT Run-Time-Stamp FROM TIME.

           PERFORM Peek-Posting-Run.
           PERFORM Check-Posting-Guard.
               OPEN OUTPUT Invoice-Report
               MOVE Posting-Run-Number TO Prn-Guard-Run-Number
               WRITE Invoice-Print-Line FROM Guard-Refused-Line
               IF Override-Refused
                   WRITE Invoice-Print-Line FROM Override-Refused-Line
               END-IF
               CLOSE Invoice-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM Load-Ship-Confirmations.
           IF Posting-Run-Number > ZEROS AND Ship-Count = ZEROS
                   AND Run-Has-Sales
               OPEN OUTPUT Invoice-Report
               MOVE Posting-Run-Number TO Prn-Ship-Run-Number
               WRITE Invoice-Print-Line FROM Ship-Refused-Line
               CLOSE Invoice-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM Load-Product-Names.
           PERFORM Load-Invoice-Control.
           PERFORM Load-Oil-Stock.
           IF NOT Override-Granted
               PERFORM Load-Oil-Lots
               PERFORM Load-GL-Map
           END-IF.

           OPEN I-O Customer-Master.
           IF Customer-Master-OK
               MOVE "Y" TO Cust-Master-Open-Flag
           END-IF.
           OPEN OUTPUT Short-Ship-Report.
           MOVE Posting-Run-Number TO Prn-Short-Run.
           MOVE Run-Date-Stamp     TO Prn-Short-Date.
           WRITE Short-Print-Line FROM Short-Heading-Line AFTER
                       ADVANCING 1 LINE.
           WRITE Short-Print-Line FROM Short-Topic-Line AFTER
                       ADVANCING 2 LINES.
           OPEN EXTEND Backorder-File.
           IF Backorder-File-Missing
               OPEN OUTPUT Backorder-File
           END-IF.
           OPEN OUTPUT Invoice-Report.
           OPEN EXTEND Invoice-Register.
           IF Invoice-Register-Missing
               OPEN OUTPUT Invoice-Register
           END-IF.
           OPEN EXTEND Lot-Trace-File.
           IF Lot-Trace-Missing
               OPEN OUTPUT Lot-Trace-File
           END-IF.

           IF Override-Granted
               MOVE Posting-Run-Number TO Prn-Ovrd-Run-Number
               MOVE Override-Approver  TO Prn-Ovrd-Approver
               WRITE Invoice-Print-Line FROM Guard-Override-Line
           END-IF.

           OPEN INPUT Categorized-File.
           IF Categorized-Available
               OPEN OUTPUT Categorized-Work
               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Categorized
                   ADD 1 TO Line-Number
                   PERFORM Confirm-Shipped-Qty
                   IF Short-Qty > ZEROS
                       PERFORM Backorder-Short-Qty
                   END-IF

                   IF Ship-Qty > ZEROS OR CR-Return-Trade
                       IF CR-Customer-Id NOT = Prev-Cust-Id
                           IF Prev-Cust-Id NOT = SPACES
                               PERFORM Close-Invoice
                           END-IF
                           PERFORM Start-Invoice
                       END-IF

                       PERFORM Print-Invoice-Line
                   END-IF

                   WRITE Categorized-Work-Rec FROM Categorized-Rec

                   READ Categorized-File
                       AT END SET End-Of-Categorized TO TRUE
               END-IF

               CLOSE Categorized-File
               CLOSE Categorized-Work
               IF Units-Short > ZEROS
                   PERFORM Copy-Work-To-Categorized
               END-IF
           END-IF.

           PERFORM Write-Register-Summary.
           PERFORM Save-Invoice-Control.
           PERFORM Record-Posted-Run.

           IF Units-Short > ZEROS AND NOT Override-Granted
               IF Stock-Loaded
                   PERFORM Rewrite-Oil-Stock
               END-IF
               IF Lots-Loaded
                   PERFORM Rewrite-Oil-Lots
               END-IF
               PERFORM Write-Short-Ship-GL
           END-IF.

           MOVE Lines-Short TO Prn-Lines-Short.
           MOVE Units-Short TO Prn-Units-Short.
           MOVE Value-Short TO Prn-Value-Short.
           WRITE Short-Print-Line FROM Short-Totals-Line AFTER
                       ADVANCING 2 LINES.
           IF Units-Short > ZEROS
               IF Override-Granted
                   WRITE Short-Print-Line FROM Short-Repost-Line AFTER
                               ADVANCING 1 LINE
               ELSE
                   WRITE Short-Print-Line FROM Short-Note-Line AFTER
                               ADVANCING 1 LINE
               END-IF
           END-IF.
           CLOSE Short-Ship-Report.
           CLOSE Backorder-File.

           IF Cust-Master-Open
               CLOSE Customer-Master
           END-IF.
           CLOSE Invoice-Report.
           CLOSE Invoice-Register.
           CLOSE Lot-Trace-File.

           STOP RUN.

       Peek-Posting-Run.
           MOVE ZEROS TO Posting-Run-Number.
           MOVE "N" TO Run-Sales-Flag.

           OPEN INPUT Categorized-File.
           IF Categorized-Available
               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ

               IF NOT End-Of-Categorized
                   MOVE CR-Run-Number TO Posting-Run-Number
               END-IF

               PERFORM UNTIL End-Of-Categorized
                   IF NOT CR-Return-Trade
                       MOVE "Y" TO Run-Sales-Flag
                   END-IF

                   READ Categorized-File
                       AT END SET End-Of-Categorized TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Categorized-File
           END-IF.


       Check-Posting-Override.
           MOVE "N" TO Override-Flag.
           MOVE "N" TO Override-Refused-Flag.

           OPEN INPUT Override-File.
           IF Override-File-Found
               PERFORM Total-Run-Value

               READ Override-File
                   AT END SET End-Of-Overrides TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Overrides OR Override-Granted
                   IF PV-Program-Id = Guard-Program-Id
                           AND PV-Run-Number = Posting-Run-Number
                       PERFORM Authorise-Override
                   END-IF

                   READ Override-File
               CLOSE Override-File
           END-IF.

       Total-Run-Value.
           MOVE ZEROS TO Run-Value.

           OPEN INPUT Categorized-File.
           IF Categorized-Available
               READ Categorized-File
                   AT END SET End-Of-Categorized TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Categorized
                   IF CR-Trade-Value < ZEROS
                       SUBTRACT CR-Trade-Value FROM Run-Value
                   ELSE
                       ADD CR-Trade-Value TO Run-Value
                   END-IF

                   READ Categorized-File
                       AT END SET End-Of-Categorized TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Categorized-File
           END-IF.

       Authorise-Override.
           MOVE PV-Approver-Id TO Override-Approver.
           PERFORM Find-Override-Approver.

           EVALUATE TRUE
               WHEN NOT Override-Approver-Known
                   MOVE "UNKNOWN APPROVER" TO Override-Reason
                   MOVE "Y" TO Override-Refused-Flag
               WHEN Run-Value > Override-Limit
                   MOVE "OVER LIMIT" TO Override-Reason
                   MOVE "Y" TO Override-Refused-Flag
               WHEN OTHER
                   MOVE SPACES TO Override-Reason
                   MOVE "Y" TO Override-Flag
           END-EVALUATE.

           MOVE Override-Approver TO Prn-Refused-Approver.
           MOVE Override-Reason   TO Prn-Refused-Reason.
           MOVE Run-Value         TO Prn-Refused-Value.

           PERFORM Write-Override-Audit.

       Find-Override-Approver.
           MOVE "N" TO Override-Approver-Flag.
           MOVE ZEROS TO Override-Limit.

           IF Override-Approver NOT = SPACES
               OPEN INPUT Approver-File
               IF Approver-File-Found
                   READ Approver-File
                       AT END SET End-Of-Approvers TO TRUE
                   END-READ

                   PERFORM UNTIL End-Of-Approvers
                           OR Override-Approver-Known
                       IF AV-Approver-Id = Override-Approver
                           MOVE "Y" TO Override-Approver-Flag
                           IF AV-Override-Limit NUMERIC
                               MOVE AV-Override-Limit
                                   TO Override-Limit
                           END-IF
                       END-IF

                       READ Approver-File
                           AT END SET End-Of-Approvers TO TRUE
                       END-READ
                   END-PERFORM

                   CLOSE Approver-File
               END-IF
           END-IF.

       Write-Override-Audit.
           OPEN EXTEND Approval-Audit-File.
           IF Approval-Audit-Missing
               OPEN OUTPUT Approval-Audit-File
           END-IF.

           MOVE Guard-Program-Id   TO AA-Program-Id.
           MOVE Run-Date-Stamp     TO AA-Run-Date.
           MOVE Run-Time-HHMMSS    TO AA-Run-Time.
           MOVE Override-Approver  TO AA-Approver-Id.
           MOVE "O"                TO AA-Action-Type.
           MOVE SPACES             TO AA-Reference.
           STRING Guard-Program-Id " RUN " Posting-Run-Number
               DELIMITED BY SIZE INTO AA-Reference
           END-STRING.
           MOVE Run-Value          TO AA-Amount.
           MOVE Override-Limit     TO AA-Limit.
           MOVE Override-Reason    TO AA-Reason.
           IF Override-Granted
               MOVE "A" TO AA-Outcome
           ELSE
               MOVE "R" TO AA-Outcome
           END-IF.
           WRITE Approval-Audit-Rec.

           CLOSE Approval-Audit-File.

       Record-Posted-Run.
           IF Posting-Run-Number > ZEROS
               OPEN EXTEND Processed-Runs-File
               CLOSE Processed-Runs-File
           END-IF.

       Load-Ship-Confirmations.
           OPEN INPUT Ship-Confirm-File.
           IF Ship-Confirm-Found
               READ Ship-Confirm-File
                   AT END SET End-Of-Ship-Confirm TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Ship-Confirm
                   IF SC-Run-Number = Posting-Run-Number
                           AND Ship-Count < 2000
                       ADD 1 TO Ship-Count
                       MOVE SC-Line-Number TO
                               SH-Line-Number (Ship-Count)
                       MOVE SC-Customer-Id TO
                               SH-Customer-Id (Ship-Count)
                       MOVE SC-Oil-Id TO SH-Oil-Id (Ship-Count)
                       IF SC-Qty-Shipped NUMERIC
                           MOVE SC-Qty-Shipped TO
                                   SH-Qty-Shipped (Ship-Count)
                       ELSE
                           MOVE ZEROS TO SH-Qty-Shipped (Ship-Count)
                       END-IF
                   END-IF

                   READ Ship-Confirm-File
                       AT END SET End-Of-Ship-Confirm TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Ship-Confirm-File
           END-IF.

       Load-Oil-Stock.
           OPEN INPUT Oil-Stock-File.
           IF Oil-Stock-File-Found
               PERFORM VARYING Stock-I FROM 1 BY 1
                       UNTIL Stock-I > 99
                   MOVE "N"   TO Stock-Present (Stock-I)
                   MOVE ZEROS TO Stock-On-Hand (Stock-I)
                   MOVE ZEROS TO Stock-Reorder-Point (Stock-I)
                   MOVE ZEROS TO Stock-Order-Qty (Stock-I)
               END-PERFORM

               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Stock
                   IF OS-Oil-Number >= 01 AND OS-Oil-Number <= 99
                       MOVE "Y" TO Stock-Present (OS-Oil-Number)
                       MOVE OS-On-Hand TO
                               Stock-On-Hand (OS-Oil-Number)
                       MOVE OS-Reorder-Point TO
                               Stock-Reorder-Point (OS-Oil-Number)
                       IF OS-Order-Qty NUMERIC
                           MOVE OS-Order-Qty TO
                                   Stock-Order-Qty (OS-Oil-Number)
                       END-IF
                   END-IF

                   READ Oil-Stock-File
                       AT END SET End-Of-Oil-Stock TO TRUE
                   END-READ
               END-PERFORM

               MOVE "Y" TO Stock-Loaded-Flag
               CLOSE Oil-Stock-File
           END-IF.

       Rewrite-Oil-Stock.
           OPEN OUTPUT Oil-Stock-File.

           PERFORM VARYING Stock-I FROM 1 BY 1 UNTIL Stock-I > 99
               IF Stock-Present (Stock-I) = "Y"
                   MOVE Stock-I TO OS-Oil-Number
                   MOVE Stock-On-Hand (Stock-I) TO OS-On-Hand
                   MOVE Stock-Reorder-Point (Stock-I)
                                           TO OS-Reorder-Point
                   MOVE Stock-Order-Qty (Stock-I) TO OS-Order-Qty
                   WRITE Oil-Stock-Rec
               END-IF
           END-PERFORM.

           CLOSE Oil-Stock-File.

       Confirm-Shipped-Qty.
           MOVE ZEROS TO Ship-Qty.
           MOVE ZEROS TO Short-Qty.

           IF NOT CR-Return-Trade
               MOVE "N" TO Ship-Found-Flag
               PERFORM VARYING Ship-I FROM 1 BY 1
                       UNTIL Ship-I > Ship-Count
                           OR Ship-Line-Found
                   IF SH-Line-Number (Ship-I) = Line-Number
                           AND SH-Customer-Id (Ship-I) = CR-Customer-Id
                           AND SH-Oil-Id (Ship-I) = CR-Oil-Id
                       MOVE "Y" TO Ship-Found-Flag
                       MOVE SH-Qty-Shipped (Ship-I) TO Ship-Qty
                   END-IF
               END-PERFORM

               IF NOT Ship-Line-Found
                   ADD 1 TO Lines-Unconfirmed
               END-IF
               IF Ship-Qty > CR-Units-Sold
                   MOVE CR-Units-Sold TO Ship-Qty
               END-IF
               COMPUTE Short-Qty = CR-Units-Sold - Ship-Qty
           END-IF.

       Backorder-Short-Qty.
           ADD 1 TO Lines-Short.
           ADD Short-Qty TO Units-Short.

           COMPUTE Short-Value ROUNDED =
               CR-Trade-Value * Short-Qty / CR-Units-Sold.
           COMPUTE Short-Tax ROUNDED =
               CR-Tax-Amount * Short-Qty / CR-Units-Sold.
           MOVE ZEROS TO Short-Cost.
           IF CR-Cost-Amount NUMERIC
               COMPUTE Short-Cost ROUNDED =
                   CR-Cost-Amount * Short-Qty / CR-Units-Sold
           END-IF.
           ADD Short-Value TO Value-Short.

           MOVE Line-Number    TO Prn-Short-Line.
           MOVE CR-Customer-Id TO Prn-Short-Cust.
           MOVE CR-Oil-Id      TO Prn-Short-Oil.
           MOVE CR-Unit-Size   TO Prn-Short-Size.
           MOVE CR-Units-Sold  TO Prn-Short-Ordered.
           MOVE Ship-Qty       TO Prn-Short-Shipped.
           MOVE Short-Qty      TO Prn-Short-Qty.
           MOVE Short-Value    TO Prn-Short-Value.
           IF Ship-Line-Found
               MOVE SPACES TO Prn-Short-Note
           ELSE
               MOVE "UNCONFIRMED" TO Prn-Short-Note
           END-IF.
           WRITE Short-Print-Line FROM Short-Detail-Line AFTER
                       ADVANCING 1 LINE.

           IF NOT Override-Granted
               PERFORM Return-Short-Qty
           END-IF.

           SUBTRACT Short-Value FROM CR-Trade-Value.
           SUBTRACT Short-Tax   FROM CR-Tax-Amount.
           IF CR-Cost-Amount NUMERIC
               SUBTRACT Short-Cost FROM CR-Cost-Amount
           END-IF.
           MOVE Ship-Qty TO CR-Units-Sold.

           MOVE Short-Qty TO Short-Left.
           PERFORM VARYING Lot-Slot FROM 3 BY -1
                   UNTIL Lot-Slot < 1 OR Short-Left = ZEROS
               IF CR-Lot-Qty (Lot-Slot) NUMERIC
                       AND CR-Lot-Qty (Lot-Slot) > ZEROS
                   IF CR-Lot-Qty (Lot-Slot) > Short-Left
                       MOVE Short-Left TO Lot-Returned
                   ELSE
                       MOVE CR-Lot-Qty (Lot-Slot) TO Lot-Returned
                   END-IF
                   SUBTRACT Lot-Returned FROM CR-Lot-Qty (Lot-Slot)
                   SUBTRACT Lot-Returned FROM Short-Left
                   IF Lots-Loaded AND NOT Override-Granted
                       PERFORM Return-Qty-To-Lot
                   END-IF
               END-IF
           END-PERFORM.

       Return-Short-Qty.
           MOVE SPACES TO BO-Customer-Name.
           MOVE SPACES TO Short-Juris.
           IF Cust-Master-Open
               MOVE CR-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-Customer-Name TO BO-Customer-Name
                       MOVE CM-Tax-Juris TO Short-Juris
                       SUBTRACT Short-Value Short-Tax
                           FROM CM-Curr-Balance
                       REWRITE Customer-Master-Rec
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

           MOVE CR-Customer-Id TO BO-Customer-Id.
           MOVE CR-Oil-Id      TO BO-Oil-Id.
           MOVE CR-Unit-Size   TO BO-Unit-Size.
           MOVE Short-Qty      TO BO-Units-Sold.
           MOVE CR-Trade-Date  TO BO-Trade-Date.
           MOVE CR-Trans-Type  TO BO-Trans-Type.
           WRITE Backorder-Rec.

           IF CR-Oil-Number >= 01 AND CR-Oil-Number <= 99
               IF Stock-Loaded
                   ADD Short-Qty TO Stock-On-Hand (CR-Oil-Number)
               END-IF
               ADD Short-Value TO Short-Oil-Value (CR-Oil-Number)
               ADD Short-Cost  TO Short-Oil-Cost (CR-Oil-Number)
           END-IF.

           IF Short-Tax NOT = ZEROS
               PERFORM Add-Short-Tax
           END-IF.

       Add-Short-Tax.
           MOVE ZEROS TO Short-Juris-Slot.
           PERFORM VARYING GL-J FROM 1 BY 1
                   UNTIL GL-J > Short-Juris-Count
               IF SJ-Juris-Code (GL-J) = Short-Juris
                   MOVE GL-J TO Short-Juris-Slot
               END-IF
           END-PERFORM.

           IF Short-Juris-Slot = ZEROS
               IF Short-Juris-Count < 50
                   ADD 1 TO Short-Juris-Count
                   MOVE Short-Juris-Count TO Short-Juris-Slot
                   MOVE Short-Juris TO SJ-Juris-Code (Short-Juris-Slot)
                   MOVE ZEROS TO SJ-Tax-Total (Short-Juris-Slot)
               END-IF
           END-IF.

           IF Short-Juris-Slot > ZEROS
               ADD Short-Tax TO SJ-Tax-Total (Short-Juris-Slot)
           END-IF.

       Return-Qty-To-Lot.
           MOVE "N" TO Lot-Found-Flag.
           PERFORM VARYING Lot-I FROM 1 BY 1
                   UNTIL Lot-I > Lot-Count OR Lot-Found
               IF LTT-Oil-Number (Lot-I) = CR-Oil-Number
                       AND LTT-Lot-Number (Lot-I)
                           = CR-Lot-Number (Lot-Slot)
                   MOVE "Y" TO Lot-Found-Flag
                   ADD Lot-Returned TO LTT-Qty-On-Hand (Lot-I)
               END-IF
           END-PERFORM.

           IF NOT Lot-Found AND Lot-Count < 999
               ADD 1 TO Lot-Count
               MOVE CR-Oil-Number   TO LTT-Oil-Number (Lot-Count)
               MOVE CR-Lot-Number (Lot-Slot)
                                    TO LTT-Lot-Number (Lot-Count)
               MOVE ZEROS           TO LTT-Expiry-Date (Lot-Count)
               MOVE Run-Date-Stamp  TO LTT-Receipt-Date (Lot-Count)
               MOVE ZEROS           TO LTT-PO-Number (Lot-Count)
               MOVE SPACES          TO LTT-Supplier-Id (Lot-Count)
               MOVE ZEROS           TO LTT-Qty-Received (Lot-Count)
               MOVE Lot-Returned    TO LTT-Qty-On-Hand (Lot-Count)
           END-IF.

       Load-Oil-Lots.
           OPEN INPUT Oil-Lot-File.
           IF Oil-Lot-File-Found
               MOVE "Y" TO Lots-Loaded-Flag
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot TO TRUE
               END-READ

               PERFORM UNTIL End-Of-Oil-Lot
                   IF Lot-Count < 999
                       ADD 1 TO Lot-Count
                       MOVE LT-Oil-Number TO
                               LTT-Oil-Number (Lot-Count)
                       MOVE LT-Lot-Number TO
                               LTT-Lot-Number (Lot-Count)
                       MOVE LT-Expiry-Date TO
                               LTT-Expiry-Date (Lot-Count)
                       MOVE LT-Receipt-Date TO
                               LTT-Receipt-Date (Lot-Count)
                       MOVE LT-PO-Number TO
                               LTT-PO-Number (Lot-Count)
                       MOVE LT-Supplier-Id TO
                               LTT-Supplier-Id (Lot-Count)
                       MOVE LT-Qty-Received TO
                               LTT-Qty-Received (Lot-Count)
                       MOVE LT-Qty-On-Hand TO
                               LTT-Qty-On-Hand (Lot-Count)
                   ELSE
                       MOVE "N" TO Lots-Loaded-Flag
                   END-IF

                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot TO TRUE
                   END-READ
               END-PERFORM

               CLOSE Oil-Lot-File
           END-IF.

       Rewrite-Oil-Lots.
           OPEN OUTPUT Oil-Lot-File.

           PERFORM VARYING Lot-I FROM 1 BY 1 UNTIL Lot-I > Lot-Count
               IF LTT-Qty-On-Hand (Lot-I) > ZEROS
                   MOVE LTT-Oil-Number (Lot-I)   TO LT-Oil-Number
                   MOVE LTT-Lot-Number (Lot-I)   TO LT-Lot-Number
                   MOVE LTT-Expiry-Date (Lot-I)  TO LT-Expiry-Date
                   MOVE LTT-Receipt-Date (Lot-I) TO LT-Receipt-Date
                   MOVE LTT-PO-Number (Lot-I)    TO LT-PO-Number
                   MOVE LTT-Supplier-Id (Lot-I)  TO LT-Supplier-Id
                   MOVE LTT-Qty-Received (Lot-I) TO LT-Qty-Received
                   MOVE LTT-Qty-On-Hand (Lot-I)  TO LT-Qty-On-Hand
                   WRITE Oil-Lot-Rec
               END-IF
           END-PERFORM.

           CLOSE Oil-Lot-File.

       Copy-Work-To-Categorized.
           OPEN INPUT Categorized-Work.
           OPEN OUTPUT Categorized-File.

           READ Categorized-Work
               AT END SET End-Of-Categorized-Work TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Categorized-Work
               WRITE Categorized-Rec FROM Categorized-Work-Rec

               READ Categorized-Work
                   AT END SET End-Of-Categorized-Work TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Categorized-Work.
           CLOSE Categorized-File.

       Load-GL-Map.
           OPEN INPUT GL-Map-File.
           IF GL-Map-File-Found
               READ GL-Map-File
                   AT END SET End-Of-GL-Map TO TRUE
               END-READ

               PERFORM UNTIL End-Of-GL-Map
                   EVALUATE GM-Map-Type
                       WHEN "A"
                           MOVE GM-Account TO AR-Account
                       WHEN "D"
                           MOVE GM-Account TO Suspense-Account
                       WHEN "O"
                       WHEN "T"
                       WHEN "G"
                       WHEN "I"
                           IF GL-Map-Count < 100
                               ADD 1 TO GL-Map-Count
                               MOVE GM-Map-Type TO
                                       GMT-Map-Type (GL-Map-Count)
                               MOVE GM-Map-Key TO
                                       GMT-Map-Key (GL-Map-Count)
                               MOVE GM-Account TO
                                       GMT-Account (GL-Map-Count)
                           END-IF
                   END-EVALUATE

                   READ GL-Map-File
                       AT END SET End-Of-GL-Map TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-Map-File
           END-IF.

       Find-GL-Account.
           MOVE "N" TO GL-Account-Found.
           MOVE Suspense-Account TO GL-Found-Account.

           PERFORM VARYING GL-I FROM 1 BY 1
                   UNTIL GL-I > GL-Map-Count
                       OR GL-Account-Found = "Y"
               IF GMT-Map-Type (GL-I) = GL-Lookup-Type
                       AND GMT-Map-Key (GL-I) = GL-Map-Key-Work
                   MOVE "Y" TO GL-Account-Found
                   MOVE GMT-Account (GL-I) TO GL-Found-Account
               END-IF
           END-PERFORM.

       Write-GL-Line.
           MOVE GL-Found-Account TO GP-Account.
           IF GL-Net-Amount < ZERO
               IF GL-Normal-Side = "C"
                   MOVE "D" TO GP-Debit-Credit
               ELSE
                   MOVE "C" TO GP-Debit-Credit
               END-IF
               COMPUTE GP-Amount = 0 - GL-Net-Amount
           ELSE
               MOVE GL-Normal-Side TO GP-Debit-Credit
               MOVE GL-Net-Amount TO GP-Amount
           END-IF.
           MOVE Run-Date-Stamp TO GP-Run-Date.
           MOVE Posting-Run-Number TO GP-Run-Number.
           MOVE GL-Line-Desc   TO GP-Description.
           WRITE GL-Posting-Rec.

       Write-Short-Ship-GL.
           OPEN EXTEND GL-Posting-File.
           IF GL-Posting-Missing
               OPEN OUTPUT GL-Posting-File
           END-IF.
           MOVE ZEROS TO GL-AR-Total.

           PERFORM VARYING GL-J FROM 1 BY 1 UNTIL GL-J > 99
               IF Short-Oil-Value (GL-J) NOT = ZERO
                   MOVE GL-J TO GL-Oil-Number
                   MOVE "O" TO GL-Lookup-Type
                   MOVE GL-Oil-Number-X TO GL-Map-Key-Work
                   PERFORM Find-GL-Account
                   COMPUTE GL-Net-Amount = 0 - Short-Oil-Value (GL-J)
                   MOVE "C" TO GL-Normal-Side
                   MOVE SPACES TO GL-Line-Desc
                   STRING "SHORT " Posting-Run-Number " OIL "
                           GL-Oil-Number-X
                       DELIMITED BY SIZE INTO GL-Line-Desc
                   PERFORM Write-GL-Line
                   ADD Short-Oil-Value (GL-J) TO GL-AR-Total
               END-IF
           END-PERFORM.

           PERFORM VARYING GL-J FROM 1 BY 1
                   UNTIL GL-J > Short-Juris-Count
               IF SJ-Tax-Total (GL-J) NOT = ZERO
                   MOVE "T" TO GL-Lookup-Type
                   MOVE SJ-Juris-Code (GL-J) TO GL-Map-Key-Work
                   PERFORM Find-GL-Account
                   COMPUTE GL-Net-Amount = 0 - SJ-Tax-Total (GL-J)
                   MOVE "C" TO GL-Normal-Side
                   MOVE SPACES TO GL-Line-Desc
                   STRING "SHORT " Posting-Run-Number " TAX "
                           SJ-Juris-Code (GL-J)
                       DELIMITED BY SIZE INTO GL-Line-Desc
                   PERFORM Write-GL-Line
                   ADD SJ-Tax-Total (GL-J) TO GL-AR-Total
               END-IF
           END-PERFORM.

           PERFORM VARYING GL-J FROM 1 BY 1 UNTIL GL-J > 99
               IF Short-Oil-Cost (GL-J) NOT = ZERO
                   MOVE GL-J TO GL-Oil-Number
                   MOVE "G" TO GL-Lookup-Type
                   MOVE GL-Oil-Number-X TO GL-Map-Key-Work
                   PERFORM Find-GL-Account
                   COMPUTE GL-Net-Amount = 0 - Short-Oil-Cost (GL-J)
                   MOVE "D" TO GL-Normal-Side
                   MOVE SPACES TO GL-Line-Desc
                   STRING "SHORT " Posting-Run-Number " COGS "
                           GL-Oil-Number-X
                       DELIMITED BY SIZE INTO GL-Line-Desc
                   PERFORM Write-GL-Line

                   MOVE "I" TO GL-Lookup-Type
                   PERFORM Find-GL-Account
                   MOVE "C" TO GL-Normal-Side
                   MOVE SPACES TO GL-Line-Desc
                   STRING "SHORT " Posting-Run-Number " INV "
                           GL-Oil-Number-X
                       DELIMITED BY SIZE INTO GL-Line-Desc
                   PERFORM Write-GL-Line
               END-IF
           END-PERFORM.

           IF GL-AR-Total NOT = ZERO
               MOVE AR-Account TO GL-Found-Account
               COMPUTE GL-Net-Amount = 0 - GL-AR-Total
               MOVE "D" TO GL-Normal-Side
               MOVE SPACES TO GL-Line-Desc
               STRING "SHORT " Posting-Run-Number " A/R"
                   DELIMITED BY SIZE INTO GL-Line-Desc
               PERFORM Write-GL-Line
           END-IF.

           CLOSE GL-Posting-File.

       Load-Product-Names.
           OPEN INPUT Product-Master.
           IF Product-Master-OK
       Find-Customer-Name.
           MOVE "** UNKNOWN **" TO Bill-Cust-Name.

           IF Cust-Master-Open
               MOVE CR-Customer-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY CONTINUE

           ADD 1 TO Invoice-Line-Count.
           ADD CR-Trade-Value TO Invoice-Total.

           PERFORM VARYING Lot-Slot FROM 1 BY 1 UNTIL Lot-Slot > 3
               IF CR-Lot-Qty (Lot-Slot) NUMERIC
                       AND CR-Lot-Qty (Lot-Slot) > ZEROS
                   PERFORM Write-Lot-Trace
               END-IF
           END-PERFORM.
           ADD CR-Tax-Amount  TO Invoice-Tax-Total.

       Write-Lot-Trace.
           MOVE CR-Lot-Number (Lot-Slot) TO LX-Lot-Number.
           MOVE CR-Oil-Number            TO LX-Oil-Number.
           MOVE CR-Customer-Id           TO LX-Customer-Id.
           MOVE CR-Trade-Date            TO LX-Trade-Date.
           MOVE CR-Lot-Qty (Lot-Slot)    TO LX-Units.
           MOVE Invoice-Number           TO LX-Invoice-Number.
           MOVE Run-Date-Stamp           TO LX-Invoice-Date.
           MOVE CR-Run-Number            TO LX-Run-Number.
           WRITE Lot-Trace-Rec.

       Close-Invoice.
           MOVE Invoice-Tax-Total TO Prn-Inv-Tax.
           WRITE Invoice-Print-Line FROM Invoice-Tax-Line AFTER
